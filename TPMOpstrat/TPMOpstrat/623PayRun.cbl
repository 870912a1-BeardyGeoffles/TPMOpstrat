      *  CONTROL TOTAL TRAILER. EVERY EXPORTED SOURCE RECORD IS
      *  STAMPED WITH THE RUN REFERENCE SO A PAYMENT CAN NEVER GO
      *  OUT TWICE; A PAYEE WITH NO BANK DETAILS IS HELD BACK AND
      *  REPORTED RATHER THAN GUESSED AT, AS IS ONE WHOSE BANK
      *  DETAILS ARE STILL AWAITING A SECOND USER'S APPROVAL OR WERE
      *  APPROVED WITHIN THE LAST FIVE DAYS - TIME FOR THE CUSTOMER
      *  TO ANSWER THE ALERT LETTER IF THE CHANGE WAS NOT THEIRS.
      *  EVERY PAYMENT IS DEBITED TO THE PAYEE'S CLIENT LEDGER, AND
      *  ONE THE PAYEE'S BALANCE CANNOT COVER IS REFUSED AND
      *  REPORTED - CLIENT MONEY IS NEVER PAID OUT OF ANOTHER
      *  CLIENT'S BALANCE.
      *  A THIRD PASS PAYS CONTRACTORS FOR COMPLETED MAINTENANCE
      *  JOBS RECHARGED TO THE LANDLORD, TO THE BANK DETAILS ON THE
      *  CONTRACTOR MASTER, OUT OF THE LANDLORD'S CLIENT BALANCE -
      *  STAMPED WITH THE RUN LIKE THE REST, AND DEDUCTED ON THE
      *  LANDLORD'S NEXT REMITTANCE STATEMENT. A JOB INVOICED OVER
      *  ITS AUTHORISED LIMIT AND NOT YET APPROVED IS LISTED AS
      *  AWAITING APPROVAL AND NOT PAID.
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

              select moniesfile assign dynamic ws-path-moniesfile
              organization indexed
              access dynamic
              organization line sequential
              file status file-status.

              select mjobfile assign dynamic ws-path-mjobfile
              organization indexed
              access dynamic
              file status file-status
              record key Mjob-ID OF Mjob-Record
              alternate record key Mjob-Property-ID OF
                Mjob-Record with duplicates.

              select contractorfile assign dynamic
                ws-path-contractorfile
              organization indexed
              access dynamic
              file status file-status
              record key Contractor-ID OF Contractor-Record.

              select PropertyFile assign dynamic
                ws-path-propertyfile
              organization indexed
              access dynamic
              file status file-status
              record key Property-ID OF Property-Record
              alternate record key Property-Status OF
                Property-Record with duplicates
              alternate record key Customer-ID OF
                Property-Record with duplicates.

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.
       fd payrptfile.

      *  PAYMENT RUN REPORT LINE - WHAT WENT ON THE FILE AND WHAT
      *  WAS HELD BACK FOR MISSING OR NEWLY CHANGED BANK DETAILS.
       01 Payrpt-Line.
         03 Payrpt-Text pic x(100).

       fd mjobfile.
       copy "maintjobrec.cpy".

       fd contractorfile.
       copy "contractorrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

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
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-bankpayfile pic x(70) value spaces.
       01 ws-path-payrptfile pic x(60) value spaces.
       01 ws-path-mjobfile pic x(60) value spaces.
       01 ws-path-contractorfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".


       copy "audit-chain-variables.cpy".

       copy "client-ledger-variables.cpy".

       01 ws-run-ref pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value zero.

       01 ws-payee-account pic x(10) value spaces.
       01 ws-payee-found pic x(1) value "N".
         88 payee-found value "Y".
       01 ws-payee-hold-reason pic x(40) value spaces.
      *  DAYS A NEWLY APPROVED SET OF BANK DETAILS IS LEFT UNPAID.
       01 ws-bank-cooling-days pic 9(2) value 5.
       01 ws-bank-days-since pic s9(7) value zero.
       01 ws-pay-amount pic 9(9)v99 value zero.
       01 ws-pay-ref pic x(20) value spaces.
       01 ws-amount-text pic ZZZZZZZ9.99 value zero.

       01 ws-pay-count pic 9(5) value zero.
       01 ws-held-count pic 9(5) value zero.
       01 ws-refused-count pic 9(5) value zero.
       01 ws-approval-count pic 9(5) value zero.
       01 ws-job-landlord-id pic x(10) value spaces.
       01 ws-balance-disp pic -ZZZZZZZ9.99 value zero.
       01 ws-pay-total pic 9(11)v99 value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-total-disp pic ZZZZZZZZZ9.99 value zero.

       MAIN section.
           perform p100-setup
           move "PAYRUN" to ws-runlock-job
           move "MONIES SETTLEMENT MAINTJOBS CLIENTLED" to
             ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "payrun.txt"
             delimited by size into ws-path-payrptfile
           string function trim (ws-data-dir) "maintjobs.dat"
             delimited by size into ws-path-mjobfile
           string function trim (ws-data-dir) "contractors.dat"
             delimited by size into ws-path-contractorfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.


           perform p300-gather-refunds
           perform p400-gather-settlements
           perform p700-gather-contractor-jobs

           perform p600-write-trailer
           close bankpayfile
           display "Payment run " ws-run-ref " - " ws-count-disp
             " payments on the bank file."
           move ws-held-count to ws-count-disp
           display "Held back for missing or new bank details: "
             ws-count-disp "."
           move ws-refused-count to ws-count-disp
           display "Refused - would overdraw the client: "
             ws-count-disp "."
           move ws-approval-count to ws-count-disp
           display "Contractor jobs awaiting approval: "
             ws-count-disp ".".

       p220-issue-run-reference.
               string "  HELD: refund receipt "
                 Monies-ID of Monies-Record
                 " cust " ws-payee-id
                 " - " function trim (ws-payee-hold-reason)
                 delimited by size into Payrpt-Text
               write Payrpt-Line
               exit paragraph
           end-if
           move Monies-Amount of Monies-Record to ws-pay-amount
           move ws-payee-id to ws-cled-client
           move "RF" to ws-cled-type
           move Monies-ID of Monies-Record to ws-cled-source
           perform p908-client-balance
           if ws-cled-balance less than ws-pay-amount
               add 1 to ws-refused-count
               move ws-cled-balance to ws-balance-disp
               move spaces to Payrpt-Text
               string "  REFUSED: refund receipt "
                 Monies-ID of Monies-Record
                 " cust " ws-payee-id
                 " - client balance only " ws-balance-disp
                 delimited by size into Payrpt-Text
               write Payrpt-Line
               exit paragraph
           end-if
           move spaces to ws-pay-ref
           string "REFUND" function trim
             (Monies-ID of Monies-Record)
             delimited by size into ws-pay-ref
           perform p510-write-payment-line
           compute ws-cled-amount = 0 - ws-pay-amount
           move Monies-Property-ID of Monies-Record to
             ws-cled-property
           move Monies-ID of Monies-Record to ws-cled-source
           perform p907-post-client-ledger

           move ws-run-ref to Monies-Pay-Run
           rewrite Monies-Record
               string "  HELD: settlement tenancy "
                 Settle-Tenancy-ID of Settle-Record
                 " tenant " ws-payee-id
                 " - " function trim (ws-payee-hold-reason)
                 delimited by size into Payrpt-Text
               write Payrpt-Line
               exit paragraph
           end-if
           move Settle-Net-Refund of Settle-Record to
             ws-pay-amount
           move ws-payee-id to ws-cled-client
           move "SR" to ws-cled-type
           move Settle-Tenancy-ID of Settle-Record to ws-cled-source
           perform p908-client-balance
           if ws-cled-balance less than ws-pay-amount
               add 1 to ws-refused-count
               move ws-cled-balance to ws-balance-disp
               move spaces to Payrpt-Text
               string "  REFUSED: settlement tenancy "
                 Settle-Tenancy-ID of Settle-Record
                 " tenant " ws-payee-id
                 " - client balance only " ws-balance-disp
                 delimited by size into Payrpt-Text
               write Payrpt-Line
               exit paragraph
           end-if
           move spaces to ws-pay-ref
           string "DEPREF" function trim
             (Settle-Tenancy-ID of Settle-Record)
             delimited by size into ws-pay-ref
           perform p510-write-payment-line
           compute ws-cled-amount = 0 - ws-pay-amount
           move spaces to ws-cled-property
           move Settle-Tenancy-ID of Settle-Record to ws-cled-source
           perform p907-post-client-ledger

           move ws-run-ref to Settle-Pay-Run
           move "X" to Settle-Status
           move "PAYEXPORT" to ws-audit-action
           perform p900-write-audit.

       p700-gather-contractor-jobs.

      *  EVERY MAINTENANCE JOB MARKED PAYABLE AND NOT YET STAMPED
      *  WITH A RUN - PAID, STAMPED AND MARKED PAID IN ONE PASS.
      *  JOBS HELD OVER THEIR LIMIT ARE LISTED, NOT PAID.
           move "0" to end-of-file
           open i-o mjobfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read mjobfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if mjob-pay-due and
                         Mjob-Pay-Run of Mjob-Record equal spaces
                           perform p710-export-one-job
                       end-if
                       if mjob-pay-held
                           add 1 to ws-approval-count
                           move spaces to Payrpt-Text
                           string "  AWAITING APPROVAL: job "
                             Mjob-ID of Mjob-Record
                             " contractor "
                             Mjob-Contractor-ID of Mjob-Record
                             " - invoice over authorised limit"
                             delimited by size into Payrpt-Text
                           write Payrpt-Line
                       end-if
               end-read
           end-perform
           close mjobfile.

       p710-export-one-job.
           perform p720-read-contractor
           if not payee-found
               add 1 to ws-held-count
               move spaces to Payrpt-Text
               string "  HELD: job " Mjob-ID of Mjob-Record
                 " contractor " Mjob-Contractor-ID of Mjob-Record
                 " - no bank details on file"
                 delimited by size into Payrpt-Text
               write Payrpt-Line
               exit paragraph
           end-if
           perform p730-read-job-landlord
           if ws-job-landlord-id equal spaces
               add 1 to ws-held-count
               move spaces to Payrpt-Text
               string "  HELD: job " Mjob-ID of Mjob-Record
                 " property " Mjob-Property-ID of Mjob-Record
                 " - no landlord to pay it from"
                 delimited by size into Payrpt-Text
               write Payrpt-Line
               exit paragraph
           end-if
           move Mjob-Invoice-Amount of Mjob-Record to ws-pay-amount
           move ws-job-landlord-id to ws-cled-client
           move "MR" to ws-cled-type
           move Mjob-ID of Mjob-Record to ws-cled-source
           perform p908-client-balance
           if ws-cled-balance less than ws-pay-amount
               add 1 to ws-refused-count
               move ws-cled-balance to ws-balance-disp
               move spaces to Payrpt-Text
               string "  REFUSED: job " Mjob-ID of Mjob-Record
                 " landlord " ws-job-landlord-id
                 " - client balance only " ws-balance-disp
                 delimited by size into Payrpt-Text
               write Payrpt-Line
               exit paragraph
           end-if
           move spaces to ws-pay-ref
           string "MAINT" function trim (Mjob-ID of Mjob-Record)
             delimited by size into ws-pay-ref
           perform p510-write-payment-line
           compute ws-cled-amount = 0 - ws-pay-amount
           move Mjob-Property-ID of Mjob-Record to ws-cled-property
           move Mjob-ID of Mjob-Record to ws-cled-source
           perform p907-post-client-ledger

           move ws-run-ref to Mjob-Pay-Run
           move ws-system-date(1:8) to Mjob-Paid-Date
           move "X" to Mjob-Pay-Status
           rewrite Mjob-Record
               invalid key
                   continue
           end-rewrite

           move "MAINTJOB" to ws-audit-type
           move Mjob-ID of Mjob-Record to ws-audit-key
           move "PAYEXPORT" to ws-audit-action
           perform p900-write-audit.

       p720-read-contractor.
           move "N" to ws-payee-found
           move "0" to invalid-data
           open input contractorfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Mjob-Contractor-ID of Mjob-Record to
             Contractor-ID of Contractor-Record
           read contractorfile
               invalid key
                   move "1" to invalid-data
           end-read
           close contractorfile
           if key-not-found
               exit paragraph
           end-if
           if Contractor-Sort-Code of Contractor-Record equal
             spaces or
             Contractor-Account-No of Contractor-Record equal spaces
               exit paragraph
           end-if
           move "Y" to ws-payee-found
           move Contractor-ID of Contractor-Record to ws-payee-id
           move Contractor-Name of Contractor-Record to
             ws-payee-name
           move Contractor-Sort-Code of Contractor-Record to
             ws-payee-sort
           move Contractor-Account-No of Contractor-Record to
             ws-payee-account.

       p730-read-job-landlord.
           move spaces to ws-job-landlord-id
           open input PropertyFile
           if file-status not equal "35"
               move Mjob-Property-ID of Mjob-Record to
                 Property-ID of Property-Record
               read PropertyFile
                   invalid key
                       continue
                   not invalid key
                       move Customer-ID of Property-Record to
                         ws-job-landlord-id
               end-read
           end-if
           close PropertyFile.

       p500-read-payee.
           move "N" to ws-payee-found
           move "no bank details on file" to ws-payee-hold-reason
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
             cust-account-no of custrec equal spaces
               exit paragraph
           end-if
      *  A CHANGE STILL PENDING MEANS THE LIVE DETAILS ARE ABOUT TO BE
      *  REPLACED; ONE APPROVED INSIDE THE COOLING-OFF DAYS MAY NOT
      *  YET HAVE BEEN QUERIED BY THE CUSTOMER. EITHER WAY, NOT TODAY.
           if cust-bank-pend-by of custrec not equal spaces
               move "bank detail change awaiting approval" to
                 ws-payee-hold-reason
               exit paragraph
           end-if
           if cust-bank-changed-date of custrec is numeric
               compute ws-bank-days-since =
                 function integer-of-date
                   (function numval (ws-system-date(1:8)))
                 - function integer-of-date
                   (function numval
                     (cust-bank-changed-date of custrec))
               if ws-bank-days-since less than ws-bank-cooling-days
                   move spaces to ws-payee-hold-reason
                   string "bank details changed "
                     cust-bank-changed-date of custrec
                     delimited by size into ws-payee-hold-reason
                   exit paragraph
               end-if
           end-if
           move "Y" to ws-payee-found
           move cust-name of custrec to ws-payee-name
           move cust-sort-code of custrec to ws-payee-sort

           copy "write-audit-chained.cpy".

           copy "post-client-ledger.cpy".

           copy "run-lock.cpy".

       end program 623PayRun.
