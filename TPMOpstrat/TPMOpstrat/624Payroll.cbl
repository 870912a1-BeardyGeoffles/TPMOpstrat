      *  ON THE EXCESS ABOVE EACH THRESHOLD. ONE STATEMENT PER
      *  NEGOTIATOR SHOWS THE SALES BEHIND THE NUMBER; THE PAYROLL
      *  EXTRACT FILE CARRIES ONE IMPORTABLE LINE PER NEGOTIATOR
      *  WITH A CONTROL TRAILER. A SALE WHOSE COMMISSION INVOICE
      *  HAS BEEN CREDITED EARNS ON THE FEE LEFT AFTER THE CREDIT -
      *  THE COMMISSION IS CUT IN THE SAME PROPORTION AS THE NET
      *  INVOICED FOR THE PROPERTY. EVERY SALE PAID ON IS
      *  REMEMBERED PER NEGOTIATOR, AND EACH RUN CHECKS THOSE FROM
      *  EARLIER MONTHS AGAIN - A FEE SINCE CREDITED OR A SALE
      *  SINCE UNWOUND GIVES A CLAWBACK OF THE EARNINGS OVERPAID,
      *  SPLITS HONOURED, DEDUCTED FROM THIS MONTH'S PAY WITH ANY
      *  SHORTFALL CARRIED FORWARD, AND EXPLAINED ON A CLAWBACK
      *  STATEMENT.
      *  RUN MONTHLY FROM THE OPERATING SYSTEM SCHEDULER - NO
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

              select earnfile assign dynamic ws-path-earnfile
              organization indexed
              access dynamic
              alternate record key Customer-ID OF
                Property-Record with duplicates.

              select invoicefile assign dynamic
                ws-path-invoicefile
              organization indexed
              access dynamic
              file status file-status
              record key Invoice-ID OF Invoice-Record.

              select paidcommfile assign dynamic
                ws-path-paidcommfile
              organization indexed
              access dynamic
              file status file-status
              record key Paidcomm-Key OF Paidcomm-Record.

              select clawbackfile assign dynamic
                ws-path-clawbackfile
              organization indexed
              access dynamic
              file status file-status
              record key Clawback-Key OF Clawback-Record.

              select clawstmtfile assign dynamic
                ws-path-clawstmtfile
              organization line sequential
              file status file-status.

              select userfile assign dynamic ws-path-userfile
              organization indexed
              access dynamic
       fd PropertyFile.
       copy "property-record.cpy".

       fd invoicefile.
       copy "invoicerec.cpy".

       fd paidcommfile.
       copy "paidcommrec.cpy".

       fd clawbackfile.
       copy "clawbackrec.cpy".

       fd clawstmtfile.

      *  ONE PRINTABLE CLAWBACK STATEMENT LINE - ONE FILE PER
      *  NEGOTIATOR PER MONTH, ONLY WHEN THERE IS A CLAWBACK.
       01 Clawstmt-Line.
         03 Clawstmt-Text pic x(120).

       fd userfile.
       copy "userrec.cpy".

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
       01 ws-path-earnfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-userfile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-paidcommfile pic x(60) value spaces.
       01 ws-path-clawbackfile pic x(60) value spaces.
       01 ws-path-clawstmtfile pic x(70) value spaces.
       01 ws-path-earnstmtfile pic x(70) value spaces.
       01 ws-path-payrollfile pic x(70) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-this-user-name pic x(30) value spaces.
       01 ws-attributable pic 9(11)v99 value zero.
       01 ws-sale-share pic 9(9)v99 value zero.
       01 ws-sale-commission pic 9(9)v99 value zero.
       01 ws-sale-credit pic 9(9)v99 value zero.
       01 ws-split-share pic 9(9)v99 value zero.
       01 ws-earnings pic 9(9)v99 value zero.
       01 ws-band-excess pic 9(11)v99 value zero.
       01 ws-earn-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-amount-text pic ZZZZZZZ9.99 value zero.

      *  PROPERTIES WITH A CREDITED COMMISSION INVOICE - THE NET
      *  CREDITED AND THE NET INVOICED ACROSS ALL THEIR COMMISSION
      *  INVOICES, LOADED ONCE PER RUN.
       01 ws-credit-table.
         03 ws-credit-entry occurs 500 times.
           05 ws-ct-property pic x(10).
           05 ws-ct-credited pic 9(9)v99.
           05 ws-ct-invoiced pic 9(9)v99.
       01 ws-credit-count pic 9(4) value zero.
       01 ws-credit-sub pic 9(4) value zero.
       01 ws-credit-slot pic 9(4) value zero.
       01 ws-inv-type-uc pic x(2) value spaces.

      *  THIS MONTH'S SALES FOR THE NEGOTIATOR IN HAND, KEPT SO THE
      *  EARNINGS CAN BE SPREAD BACK OVER THEM ON THE PAID FILE.
       01 ws-month-sales.
         03 ws-ms-entry occurs 200 times.
           05 ws-ms-property pic x(10).
           05 ws-ms-share pic 9(9)v99.
       01 ws-ms-sub pic 9(4) value zero.

       01 ws-paid-eof pic x value "0".
         88 paid-eof value "1".
       01 ws-claw-eof pic x value "0".
         88 claw-eof value "1".
       01 ws-claw-stmt-open pic x(1) value "N".
         88 claw-stmt-open value "Y".
       01 ws-claw-reason pic x(1) value spaces.
       01 ws-claw-amount pic 9(9)v99 value zero.
       01 ws-claw-left pic 9(9)v99 value zero.
       01 ws-claw-take pic 9(9)v99 value zero.
       01 ws-claw-deducted pic 9(9)v99 value zero.
       01 ws-claw-new-total pic 9(9)v99 value zero.
       01 ws-net-pay pic 9(9)v99 value zero.
       01 ws-sale-earned pic 9(9)v99 value zero.
       01 ws-was-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-now-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-claw-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-left-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-claw-count pic 9(5) value zero.
       01 ws-recovered-total pic 9(11)v99 value zero.

       01 ws-payee-count pic 9(4) value zero.
       01 ws-payroll-total pic 9(11)v99 value zero.
       01 ws-count-disp pic ZZZ9 value zero.

       MAIN section.
           perform p100-setup
           move "PAYROLL" to ws-runlock-job
           move "PAYROLL PAIDCOMM CLAWBACKS" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "users.dat"
             delimited by size into ws-path-userfile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "paidcomm.dat"
             delimited by size into ws-path-paidcommfile
           string function trim (ws-data-dir) "clawbacks.dat"
             delimited by size into ws-path-clawbackfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.


       p200-run.
           perform p220-work-out-period
           perform p250-load-credited-sales

           string function trim (ws-data-dir) "payroll_"
             ws-period ".csv"

           move ws-payee-count to ws-count-disp
           display "Payroll extract for " ws-period " - "
             ws-count-disp " negotiators."
           move ws-claw-count to ws-count-disp
           move ws-recovered-total to ws-total-disp
           display "Clawbacks found: " ws-count-disp
             "  recovered this month: " ws-total-disp.

       p220-work-out-period.
           accept ws-command-line from command-line
               move ws-month-num to ws-period(5:2)
           end-if.

       p250-load-credited-sales.

      *  TWO PASSES OVER THE INVOICE FILE - THE FIRST FINDS THE
      *  PROPERTIES WHOSE COMMISSION HAS BEEN CREDITED, THE SECOND
      *  ADDS UP EVERYTHING INVOICED ON THEM, SO A FEE CREDITED AND
      *  RE-INVOICED AT A LOWER FIGURE IS CUT ONLY BY THE DIFFERENCE.
           move zero to ws-credit-count
           move "0" to end-of-file
           open input invoicefile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read invoicefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p255-note-credited-invoice
               end-read
           end-perform
           close invoicefile
           if ws-credit-count equal zero
               exit paragraph
           end-if
           move "0" to end-of-file
           open input invoicefile
           perform until eof
               read invoicefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p258-add-invoiced-net
               end-read
           end-perform
           close invoicefile.

       p255-note-credited-invoice.
           move function upper-case (Invoice-Type of Invoice-Record)
             to ws-inv-type-uc
           if ws-inv-type-uc not equal "SC" and
             ws-inv-type-uc not equal spaces
               exit paragraph
           end-if
           if Invoice-Credited-Net of Invoice-Record is not numeric
               exit paragraph
           end-if
           if Invoice-Credited-Net of Invoice-Record equal zero
               exit paragraph
           end-if
           perform p259-find-credit-slot
           if ws-credit-slot equal zero
               if ws-credit-count not less than 500
                   exit paragraph
               end-if
               add 1 to ws-credit-count
               move ws-credit-count to ws-credit-slot
               move Invoice-Property-ID of Invoice-Record to
                 ws-ct-property (ws-credit-slot)
               move zero to ws-ct-credited (ws-credit-slot)
               move zero to ws-ct-invoiced (ws-credit-slot)
           end-if
           add Invoice-Credited-Net of Invoice-Record to
             ws-ct-credited (ws-credit-slot).

       p258-add-invoiced-net.
           move function upper-case (Invoice-Type of Invoice-Record)
             to ws-inv-type-uc
           if ws-inv-type-uc not equal "SC" and
             ws-inv-type-uc not equal spaces
               exit paragraph
           end-if
           perform p259-find-credit-slot
           if ws-credit-slot not equal zero
               add Invoice-Net-Amount of Invoice-Record to
                 ws-ct-invoiced (ws-credit-slot)
           end-if.

       p259-find-credit-slot.
           move zero to ws-credit-slot
           perform varying ws-credit-sub from 1 by 1
             until ws-credit-sub greater than ws-credit-count
               if ws-ct-property (ws-credit-sub) equal
                 Invoice-Property-ID of Invoice-Record
                   move ws-credit-sub to ws-credit-slot
               end-if
           end-perform.

       p300-calculate-one-negotiator.
           perform p310-read-user-name
           move zero to ws-attributable
           move zero to ws-sale-count
           move zero to ws-claw-deducted
           move "N" to ws-claw-stmt-open

           string function trim (ws-data-dir) "earnstmt"
             function trim (ws-this-user) "_" ws-period ".txt"
           end-perform
           close PropertyFile

      *  SALES PAID ON IN EARLIER MONTHS ARE CHECKED BEFORE THIS
      *  MONTH'S ARE RECORDED - A SALE UNWOUND AND AGREED AGAIN
      *  THIS MONTH MUST GIVE BACK WHAT WAS PAID THE FIRST TIME.
           perform p500-detect-clawbacks
           perform p400-apply-scheme
           perform p450-record-paid-sales
           perform p550-recover-clawbacks
           if claw-stmt-open
               perform p590-close-claw-statement
           end-if

           move ws-attributable to ws-attr-disp
           move spaces to Earnstmt-Text
           string "Earnings this month:     " ws-earn-disp
             delimited by size into Earnstmt-Text
           write Earnstmt-Line
           if ws-claw-deducted not equal zero
               move ws-claw-deducted to ws-earn-disp
               move spaces to Earnstmt-Text
               string "Less clawback recovered: " ws-earn-disp
                 "  - see clawback statement"
                 delimited by size into Earnstmt-Text
               write Earnstmt-Line
               move ws-net-pay to ws-earn-disp
               move spaces to Earnstmt-Text
               string "Net pay this month:      " ws-earn-disp
                 delimited by size into Earnstmt-Text
               write Earnstmt-Line
           end-if
           close earnstmtfile

           if ws-net-pay greater than zero
               add 1 to ws-payee-count
               add ws-net-pay to ws-payroll-total
               move ws-net-pay to ws-amount-text
               move spaces to Payroll-Text
               string function trim (ws-this-user) ","
                 function trim (ws-this-user-name) ","
             ws-period
               exit paragraph
           end-if
           perform p325-share-for-user
           if ws-sale-share equal zero
               exit paragraph
           end-if

           add ws-sale-share to ws-attributable
           add 1 to ws-sale-count
           if ws-sale-count not greater than 200
               move Property-ID of Property-Record to
                 ws-ms-property (ws-sale-count)
               move ws-sale-share to ws-ms-share (ws-sale-count)
           end-if
           move ws-sale-share to ws-share-disp
           move spaces to Earnstmt-Text
           if ws-sale-credit equal zero
               string "  " Property-ID of Property-Record
                 " sold " Sold-date of Property-Record (1:8)
                 " share " ws-share-disp
                 delimited by size into Earnstmt-Text
           else
               move ws-sale-credit to ws-attr-disp
               string "  " Property-ID of Property-Record
                 " sold " Sold-date of Property-Record (1:8)
                 " share " ws-share-disp
                 " after credit of " ws-attr-disp
                 delimited by size into Earnstmt-Text
           end-if
           write Earnstmt-Line.

       p325-share-for-user.

      *  THE NEGOTIATOR'S SHARE OF THE SALE IN THE PROPERTY BUFFER,
      *  AFTER ANY CREDIT NOTES - USED FOR THIS MONTH'S SALES AND
      *  AGAIN WHEN AN EARLIER MONTH'S SALE IS RE-CHECKED.
           perform p330-commission-after-credit
           move zero to ws-sale-share
           if User-ID of Property-Record equal ws-this-user
               if Split-User-ID of Property-Record equal spaces
                   move ws-sale-commission to ws-sale-share
               else
                   compute ws-split-share rounded =
                     ws-sale-commission *
                     Split-Percent of Property-Record / 100
                   compute ws-sale-share =
                     ws-sale-commission - ws-split-share
               end-if
           else
               if Split-User-ID of Property-Record equal
                 ws-this-user
                   compute ws-sale-share rounded =
                     ws-sale-commission *
                     Split-Percent of Property-Record / 100
               end-if
           end-if.

       p330-commission-after-credit.

      *  THE SALE'S COMMISSION LESS ITS SHARE OF ANY CREDIT NOTES -
      *  CREDITED NET OVER INVOICED NET, APPLIED TO THE COMMISSION.
           move Commission-Amount of Property-Record to
             ws-sale-commission
           move zero to ws-sale-credit
           move zero to ws-credit-slot
           perform varying ws-credit-sub from 1 by 1
             until ws-credit-sub greater than ws-credit-count
               if ws-ct-property (ws-credit-sub) equal
                 Property-ID of Property-Record
                   move ws-credit-sub to ws-credit-slot
               end-if
           end-perform
           if ws-credit-slot equal zero
               exit paragraph
           end-if
           if ws-ct-invoiced (ws-credit-slot) equal zero or
             ws-ct-credited (ws-credit-slot) not less than
             ws-ct-invoiced (ws-credit-slot)
               move ws-sale-commission to ws-sale-credit
           else
               compute ws-sale-credit rounded =
                 ws-sale-commission *
                 ws-ct-credited (ws-credit-slot) /
                 ws-ct-invoiced (ws-credit-slot)
           end-if
           subtract ws-sale-credit from ws-sale-commission.

       p400-apply-scheme.

               add ws-band-extra to ws-earnings
           end-if.

       p450-record-paid-sales.

      *  EACH OF THIS MONTH'S SALES GOES ON THE PAID FILE WITH THE
      *  SHARE PAID ON AND ITS PART OF THE MONTH'S EARNINGS - THE
      *  EARNINGS SPREAD OVER THE SALES PRO RATA TO THEIR SHARES.
      *  A RE-RUN OF THE MONTH SIMPLY OVERWRITES THE SAME ROWS.
           if ws-sale-count equal zero
               exit paragraph
           end-if
           open i-o paidcommfile
           if file-status = "35"
               close paidcommfile
               open output paidcommfile
               close paidcommfile
               open i-o paidcommfile
           end-if
           perform varying ws-ms-sub from 1 by 1
             until ws-ms-sub greater than ws-sale-count
               or ws-ms-sub greater than 200
               move zero to ws-sale-earned
               if ws-attributable greater than zero
                   compute ws-sale-earned rounded =
                     ws-earnings * ws-ms-share (ws-ms-sub) /
                     ws-attributable
               end-if
               move "0" to invalid-data
               move ws-this-user to Paidcomm-User-ID
               move ws-ms-property (ws-ms-sub) to
                 Paidcomm-Property-ID
               read paidcommfile
                   invalid key
                       move "1" to invalid-data
               end-read
               move ws-this-user to Paidcomm-User-ID
               move ws-ms-property (ws-ms-sub) to
                 Paidcomm-Property-ID
               move ws-period to Paidcomm-Period
               move ws-ms-share (ws-ms-sub) to Paidcomm-Share
               move ws-sale-earned to Paidcomm-Earned
               if key-not-found
                   write Paidcomm-Record
                       invalid key
                           continue
                   end-write
               else
                   rewrite Paidcomm-Record
                       invalid key
                           continue
                   end-rewrite
               end-if
           end-perform
           close paidcommfile.

       p500-detect-clawbacks.

      *  EVERY SALE THIS NEGOTIATOR WAS PAID ON IN AN EARLIER MONTH
      *  IS WORKED OUT AGAIN AS IT STANDS TODAY.
           move "0" to ws-paid-eof
           open i-o paidcommfile
           if file-status = "35"
               close paidcommfile
               exit paragraph
           end-if
           open input PropertyFile
           move ws-this-user to Paidcomm-User-ID
           move low-values to Paidcomm-Property-ID
           start paidcommfile key is not less than Paidcomm-Key
               invalid key
                   move "1" to ws-paid-eof
           end-start
           perform until paid-eof
               read paidcommfile next record
                   at end
                       move "1" to ws-paid-eof
                   not at end
                       if Paidcomm-User-ID not equal ws-this-user
                           move "1" to ws-paid-eof
                       else
                           if Paidcomm-Period less than ws-period
                             and Paidcomm-Share greater than zero
                               perform p510-check-one-paid-sale
                           end-if
                       end-if
               end-read
           end-perform
           close PropertyFile
           close paidcommfile.

       p510-check-one-paid-sale.

      *  THE SHARE NOW IS NIL IF THE SALE HAS BEEN UNWOUND - NO
      *  LONGER SOLD, OR SOLD AGAIN IN A DIFFERENT MONTH - AND
      *  OTHERWISE THE SHARE AFTER CREDITS UNDER THE SPLIT AS IT
      *  NOW STANDS. ANY FALL TAKES BACK THE SAME FRACTION OF THE
      *  EARNINGS PAID ON THE SALE.
           move zero to ws-sale-share
           move "U" to ws-claw-reason
           move "0" to invalid-data
           move Paidcomm-Property-ID to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               if function upper-case (Property-Status of
                 Property-Record) equal "SO" and
                 Sold-date of Property-Record (1:6) equal
                 Paidcomm-Period
                   perform p325-share-for-user
                   move "C" to ws-claw-reason
               end-if
           end-if
           if ws-sale-share not less than Paidcomm-Share
               exit paragraph
           end-if
           compute ws-claw-amount rounded = Paidcomm-Earned -
             (Paidcomm-Earned * ws-sale-share / Paidcomm-Share)
           if ws-claw-amount greater than zero
               perform p520-write-clawback
           end-if
           move ws-sale-share to Paidcomm-Share
           subtract ws-claw-amount from Paidcomm-Earned
           rewrite Paidcomm-Record
               invalid key
                   continue
           end-rewrite.

       p520-write-clawback.
           open i-o clawbackfile
           if file-status = "35"
               close clawbackfile
               open output clawbackfile
               close clawbackfile
               open i-o clawbackfile
           end-if
           move "0" to invalid-data
           move ws-this-user to Clawback-User-ID
           move Paidcomm-Property-ID to Clawback-Property-ID
           move ws-period to Clawback-Period
           read clawbackfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move ws-this-user to Clawback-User-ID
               move Paidcomm-Property-ID to Clawback-Property-ID
               move ws-period to Clawback-Period
               move Paidcomm-Period to Clawback-Paid-Period
               move Paidcomm-Share to Clawback-Share-Was
               move zero to Clawback-Amount
               move zero to Clawback-Recovered
               move spaces to Clawback-Last-Period
               move zero to Clawback-Last-Amount
           end-if
           move ws-claw-reason to Clawback-Reason
           move ws-sale-share to Clawback-Share-Now
           add ws-claw-amount to Clawback-Amount
           if key-not-found
               write Clawback-Record
                   invalid key
                       continue
               end-write
           else
               rewrite Clawback-Record
                   invalid key
                       continue
               end-rewrite
           end-if
           close clawbackfile
           add 1 to ws-claw-count

           move "CLAWBACK" to ws-audit-type
           move Paidcomm-Property-ID to ws-audit-key
           move "DETECT" to ws-audit-action
           perform p900-write-audit

           if not claw-stmt-open
               perform p580-open-claw-statement
           end-if
           move Paidcomm-Share to ws-was-disp
           move ws-sale-share to ws-now-disp
           move ws-claw-amount to ws-claw-disp
           move spaces to Clawstmt-Text
           if ws-claw-reason equal "U"
               string "  " Paidcomm-Property-ID
                 " paid " Paidcomm-Period
                 " - sale unwound. Share paid on " ws-was-disp
                 " now nil. Clawback " ws-claw-disp
                 delimited by size into Clawstmt-Text
           else
               string "  " Paidcomm-Property-ID
                 " paid " Paidcomm-Period
                 " - fee reduced. Share paid on " ws-was-disp
                 " now " ws-now-disp ". Clawback " ws-claw-disp
                 delimited by size into Clawstmt-Text
           end-if
           write Clawstmt-Line.

       p550-recover-clawbacks.

      *  EVERY CLAWBACK WITH A BALANCE STILL TO RECOVER COMES OFF
      *  THIS MONTH'S EARNINGS, OLDEST FIRST WITHIN EACH SALE, UNTIL
      *  THE EARNINGS RUN OUT - WHATEVER IS LEFT WAITS FOR NEXT
      *  MONTH. PAY NEVER GOES BELOW NIL.
           move ws-earnings to ws-net-pay
           move "0" to ws-claw-eof
           open i-o clawbackfile
           if file-status = "35"
               close clawbackfile
               exit paragraph
           end-if
           move ws-this-user to Clawback-User-ID
           move low-values to Clawback-Property-ID
           move low-values to Clawback-Period
           start clawbackfile key is not less than Clawback-Key
               invalid key
                   move "1" to ws-claw-eof
           end-start
           perform until claw-eof
               read clawbackfile next record
                   at end
                       move "1" to ws-claw-eof
                   not at end
                       if Clawback-User-ID not equal ws-this-user
                           move "1" to ws-claw-eof
                       else
                           perform p560-recover-one-clawback
                       end-if
               end-read
           end-perform
           close clawbackfile.

       p560-recover-one-clawback.

      *  A RE-RUN OF THE SAME MONTH FIRST PUTS BACK WHAT THE
      *  EARLIER RUN TOOK, THEN RECOVERS AFRESH.
           if Clawback-Last-Period equal ws-period
               subtract Clawback-Last-Amount from Clawback-Recovered
               move zero to Clawback-Last-Amount
               move spaces to Clawback-Last-Period
               rewrite Clawback-Record
                   invalid key
                       continue
               end-rewrite
           end-if
           if Clawback-Recovered not less than Clawback-Amount
               exit paragraph
           end-if
           compute ws-claw-left = Clawback-Amount - Clawback-Recovered
           if ws-claw-left greater than ws-net-pay
               move ws-net-pay to ws-claw-take
           else
               move ws-claw-left to ws-claw-take
           end-if
           if ws-claw-take greater than zero
               subtract ws-claw-take from ws-net-pay
               add ws-claw-take to Clawback-Recovered
               add ws-claw-take to ws-claw-deducted
               add ws-claw-take to ws-recovered-total
               move ws-period to Clawback-Last-Period
               move ws-claw-take to Clawback-Last-Amount
               rewrite Clawback-Record
                   invalid key
                       continue
               end-rewrite
           end-if
           if not claw-stmt-open
               perform p580-open-claw-statement
           end-if
           compute ws-claw-left = Clawback-Amount - Clawback-Recovered
           move ws-claw-take to ws-claw-disp
           move ws-claw-left to ws-left-disp
           move spaces to Clawstmt-Text
           string "  Deducted " ws-claw-disp " for "
             Clawback-Property-ID " (found " Clawback-Period
             ", paid " Clawback-Paid-Period ")"
             "  still to recover " ws-left-disp
             delimited by size into Clawstmt-Text
           write Clawstmt-Line.

       p580-open-claw-statement.
           move "Y" to ws-claw-stmt-open
           string function trim (ws-data-dir) "clawstmt"
             function trim (ws-this-user) "_" ws-period ".txt"
             delimited by size into ws-path-clawstmtfile
           open output clawstmtfile
           move spaces to Clawstmt-Text
           string "Commission clawback statement - "
             function trim (ws-this-user-name)
             " (" function trim (ws-this-user) ") " ws-period
             delimited by size into Clawstmt-Text
           write Clawstmt-Line
           move spaces to Clawstmt-Text
           write Clawstmt-Line
           move
             "Earnings already paid on a sale whose fee has since"
             & " been credited, or which has since" to Clawstmt-Text
           write Clawstmt-Line
           move
             "been unwound, are recovered from later pay. Splits are"
             & " applied as they now stand." to Clawstmt-Text
           write Clawstmt-Line
           move spaces to Clawstmt-Text
           write Clawstmt-Line.

       p590-close-claw-statement.
           move ws-earnings to ws-earn-disp
           move spaces to Clawstmt-Text
           write Clawstmt-Line
           move spaces to Clawstmt-Text
           string "Earnings this month:      " ws-earn-disp
             delimited by size into Clawstmt-Text
           write Clawstmt-Line
           move ws-claw-deducted to ws-earn-disp
           move spaces to Clawstmt-Text
           string "Clawback deducted:        " ws-earn-disp
             delimited by size into Clawstmt-Text
           write Clawstmt-Line
           move ws-net-pay to ws-earn-disp
           move spaces to Clawstmt-Text
           string "Net pay this month:       " ws-earn-disp
             delimited by size into Clawstmt-Text
           write Clawstmt-Line
           close clawstmtfile.

       p600-write-trailer.
           move ws-payee-count to ws-count-disp
           move ws-payroll-total to ws-total-disp

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 624Payroll.
