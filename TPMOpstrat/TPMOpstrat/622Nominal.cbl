      *  IN PENCE TIMES ITS LINE NUMBER, SUMMED MODULO 999999999)
      *  SO FINANCE CAN PROVE THE BATCH ARRIVED WHOLE. AN OPEN
      *  PERIOD OR A MISSING NOMINAL CODE REFUSES THE RUN - HALF A
      *  JOURNAL IS WORSE THAN NONE. CREDIT NOTES RAISED IN THE
      *  MONTH POST THEIR NET AND VAT TO THE CRNNET AND CRNVAT
      *  CODES, REVERSING THAT MUCH OF THE ORIGINAL FEE; THOSE TWO
      *  CODES ARE ONLY DEMANDED IN A MONTH THAT HAS A CREDIT NOTE.
      *  PAYMENTS RETURNED UNPAID BY THE BANK POST TO THE RETPAY
      *  CODE IN THE MONTH THE RETURN WAS KEYED, AGAIN ONLY
      *  DEMANDED IN A MONTH THAT HAS ONE.
      *  RUN FROM THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO
      *  SCREEN, NO OPERATOR INPUT.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.

       environment division.

       input-output section.

       file-control.
              select runlockfile assign dynamic ws-path-runlockfile
              organization indexed
              access dynamic
              file status file-status
              record key Runlock-Job OF Runlock-Record.

              select runlocklogfile assign dynamic
                ws-path-runlocklogfile
              organization line sequential
              file status file-status.

              select nomfile assign dynamic ws-path-nomfile
              organization indexed
              access dynamic
              file status file-status
              record key Invoice-ID OF Invoice-Record.

              select crnotefile assign dynamic ws-path-crnotefile
              organization indexed
              access dynamic
              file status file-status
              record key Crnote-ID OF Crnote-Record
              alternate record key Crnote-Invoice-ID OF
                Crnote-Record with duplicates.

              select referralfile assign dynamic
                ws-path-referralfile
              organization indexed
              file status file-status
              record key Monies-ID OF Monies-Record.

              select retpayfile assign dynamic ws-path-retpayfile
              organization indexed
              access dynamic
              file status file-status
              record key Retpay-ID OF Retpay-Record.

              select periodfile assign dynamic ws-path-periodfile
              organization indexed
              access dynamic
       fd invoicefile.
       copy "invoicerec.cpy".

       fd crnotefile.
       copy "crnoterec.cpy".

       fd referralfile.
       copy "referralrec.cpy".

       fd moniesfile.
       copy "moniesrec.cpy".

       fd retpayfile.
       copy "retpayrec.cpy".

       fd periodfile.
       copy "periodrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       fd runlockfile.
       copy "runlockrec.cpy".

       fd runlocklogfile.
       copy "runlocklogrec.cpy".

       working-storage section.

       copy "run-lock-variables.cpy".

       copy "system-date-variables.cpy".

       copy "session-record.cpy".
       01 file-status pic xx.
       01 ws-path-nomfile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-crnotefile pic x(60) value spaces.
       01 ws-path-referralfile pic x(60) value spaces.
       01 ws-path-moniesfile pic x(60) value spaces.
       01 ws-path-retpayfile pic x(60) value spaces.
       01 ws-path-periodfile pic x(60) value spaces.
       01 ws-path-nomjrnlfile pic x(70) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
         88 codes-ok value "Y".
       01 ws-code-invnet pic x(8) value spaces.
       01 ws-code-invvat pic x(8) value spaces.
       01 ws-code-crnnet pic x(8) value spaces.
       01 ws-code-crnvat pic x(8) value spaces.
       01 ws-code-reffee pic x(8) value spaces.
       01 ws-period-credits pic x(1) value "N".
         88 period-has-credits value "Y".
       01 ws-code-moniesin pic x(8) value spaces.
       01 ws-code-moniesref pic x(8) value spaces.
       01 ws-code-retpay pic x(8) value spaces.
       01 ws-period-returns pic x(1) value "N".
         88 period-has-returns value "Y".

       01 ws-post-code pic x(8) value spaces.
       01 ws-post-amount pic 9(9)v99 value zero.

       MAIN section.
           perform p100-setup
           move "NOMINAL" to ws-runlock-job
           move "NOMINAL" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
             delimited by size into ws-path-nomfile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "creditnotes.dat"
             delimited by size into ws-path-crnotefile
           string function trim (ws-data-dir) "referrals.dat"
             delimited by size into ws-path-referralfile
           string function trim (ws-data-dir) "monies.dat"
             delimited by size into ws-path-moniesfile
           string function trim (ws-data-dir) "returns.dat"
             delimited by size into ws-path-retpayfile
           string function trim (ws-data-dir) "periods.dat"
             delimited by size into ws-path-periodfile
           string function trim (ws-data-dir) "audit.log"
           open output nomjrnlfile

           perform p300-post-invoices
           perform p350-post-credit-notes
           perform p400-post-referral-fees
           perform p500-post-monies
           perform p550-post-returns

           perform p600-write-trailer
           close nomjrnlfile
           move Nom-Code to ws-code-moniesin
           move "MONIESREF" to Nom-Source
           perform p245-read-one-code
           move Nom-Code to ws-code-moniesref
           perform p250-check-credit-codes
           perform p255-check-return-codes.

       p250-check-credit-codes.

      *  THE CREDIT NOTE CODES ARE ONLY NEEDED WHEN THE MONTH HAS A
      *  CREDIT NOTE TO POST - A BOOK THAT HAS NEVER CREDITED AN
      *  INVOICE NEED NOT MAP THEM.
           move "N" to ws-period-credits
           move "0" to end-of-file
           open input crnotefile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof or period-has-credits
               read crnotefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Crnote-Date of Crnote-Record (1:6)
                         equal ws-period
                           move "Y" to ws-period-credits
                       end-if
               end-read
           end-perform
           close crnotefile
           if period-has-credits
               move "CRNNET" to Nom-Source
               perform p245-read-one-code
               move Nom-Code to ws-code-crnnet
               move "CRNVAT" to Nom-Source
               perform p245-read-one-code
               move Nom-Code to ws-code-crnvat
           end-if.

       p255-check-return-codes.

      *  LIKEWISE THE RETURNED PAYMENTS CODE IS ONLY NEEDED IN A
      *  MONTH THAT HAS A RETURN TO POST.
           move "N" to ws-period-returns
           move "0" to end-of-file
           open input retpayfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof or period-has-returns
               read retpayfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Retpay-Posted (1:6) equal ws-period
                           move "Y" to ws-period-returns
                       end-if
               end-read
           end-perform
           close retpayfile
           if period-has-returns
               move "RETPAY" to Nom-Source
               perform p245-read-one-code
               move Nom-Code to ws-code-retpay
           end-if.

       p245-read-one-code.
           move "0" to invalid-data
           end-perform
           close invoicefile.

       p350-post-credit-notes.
           if not period-has-credits
               exit paragraph
           end-if
           move "0" to end-of-file
           open input crnotefile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read crnotefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Crnote-Date of Crnote-Record (1:6)
                         equal ws-period
                           move ws-code-crnnet to ws-post-code
                           move Crnote-Net-Amount of
                             Crnote-Record to ws-post-amount
                           move spaces to ws-post-desc
                           string "Credit note "
                             Crnote-ID of Crnote-Record " net"
                             delimited by size into ws-post-desc
                           perform p700-write-journal-line
                           move ws-code-crnvat to ws-post-code
                           move Crnote-VAT-Amount of
                             Crnote-Record to ws-post-amount
                           move spaces to ws-post-desc
                           string "Credit note "
                             Crnote-ID of Crnote-Record " VAT"
                             delimited by size into ws-post-desc
                           perform p700-write-journal-line
                       end-if
               end-read
           end-perform
           close crnotefile.

       p400-post-referral-fees.
           move "0" to end-of-file
           open input referralfile
           end-perform
           close moniesfile.

       p550-post-returns.

      *  A RETURN POSTS IN THE MONTH IT WAS KEYED, NOT THE MONTH THE
      *  BANK DATED IT - A CHEQUE BOUNCED IN A MONTH ALREADY
      *  EXTRACTED WOULD OTHERWISE NEVER REACH THE LEDGER.
           move "0" to end-of-file
           open input retpayfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read retpayfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Retpay-Posted (1:6) equal ws-period
                           move ws-code-retpay to ws-post-code
                           move Retpay-Amount to ws-post-amount
                           move spaces to ws-post-desc
                           string "Returned payment " Retpay-ID
                             " " Retpay-Source " "
                             Retpay-Source-ID
                             delimited by size into ws-post-desc
                           perform p700-write-journal-line
                       end-if
               end-read
           end-perform
           close retpayfile.

       p700-write-journal-line.
           add 1 to ws-line-count
           add ws-post-amount to ws-value-total

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 622Nominal.
