       identification division.
       program-id. 653Undep.

      *  UNDEPOSITED FUNDS REPORT. LISTS, BRANCH BY BRANCH, EVERY
      *  CASH OR CHEQUE RECEIPT TAKEN OVER THE COUNTER THAT HAS NOT
      *  BEEN MARKED BANKED ON THE BANKING SHEET MORE THAN ONE
      *  WORKING DAY AFTER IT WAS TAKEN - TAKEN ON A MONDAY, IT
      *  SHOULD HAVE GONE IN BY TUESDAY AND IS LISTED FROM
      *  WEDNESDAY. WEEKENDS AND CALENDAR CLOSURES DO NOT COUNT.
      *  EACH BRANCH CLOSES WITH ITS COUNT AND TOTAL, AND THE REPORT
      *  WITH THE TOTAL UNDEPOSITED ACROSS ALL BRANCHES.
      *  RUN DAILY FROM THE OPERATING SYSTEM SCHEDULER, OR ON DEMAND
      *  FROM THE BANKING SHEET SCREEN - NO OPERATOR INPUT.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.

       environment division.

       configuration section.
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

              select counterfile assign dynamic ws-path-counterfile
              organization indexed
              access dynamic
              file status file-status
              record key Ctr-ID OF Ctr-Record.

              select undepfile assign dynamic ws-path-undepfile
              organization line sequential
              file status file-status.

              select calfile assign dynamic ws-path-calfile
              organization indexed
              access dynamic
              file status file-status
              record key Cal-Date OF Cal-Record.

              select batchlogfile assign dynamic ws-path-batchlogfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd counterfile.
       copy "counterrec.cpy".

       fd undepfile.

      *  UNDEPOSITED FUNDS LINE - ONE FREE-TEXT LINE PER RECEIPT
      *  STILL TO BE PAID IN, WRITTEN OUT TO A LINE SEQUENTIAL FILE
      *  FOR THE BRANCH MANAGERS AND THE ACCOUNTS OFFICE.
       01 Undep-Line.
         03 Undep-Text pic x(100).

       fd calfile.
       copy "calrec.cpy".

       fd batchlogfile.

      *  ONE RUN LOG LINE IN THE BATCH DRIVER'S SHAPE, SO THE
      *  BATCH MONITOR SEES THIS JOB'S LAST RUN TOO.
       01 Batchlog-Line.
         03 Batchlog-Text pic x(110).

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

       01 end-of-file pic x value "0".
         88 eof value "1".

       01 file-status pic xx.
       01 ws-path-counterfile pic x(60) value spaces.
       01 ws-path-undepfile pic x(60) value spaces.
       01 ws-path-calfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "working-day-variables.cpy".

      *  THE BRANCHES WITH SOMETHING OUTSTANDING, IN THE ORDER
      *  FIRST MET - EACH IS THEN LISTED IN ITS OWN PASS.
       01 ws-br-table.
         03 ws-br-entry occurs 30 times.
           05 ws-br-code pic x(3).
           05 ws-br-count pic 9(5).
           05 ws-br-total pic 9(9)v99.
       01 ws-br-used pic 9(2) value zero.
       01 ws-br-sub pic 9(2) value zero.
       01 ws-br-found pic 9(2) value zero.

       01 ws-today-int pic 9(8) value zero.
       01 ws-taken-digits pic 9(8) value zero.
       01 ws-age-days pic s9(5) value zero.
       01 ws-age-disp pic ZZZZ9 value zero.
       01 ws-overdue pic x(1) value "N".
         88 receipt-overdue value "Y".
       01 ws-method-word pic x(6) value spaces.
       01 ws-source-word pic x(6) value spaces.
       01 ws-branch-word pic x(4) value spaces.
       01 ws-exception-count pic 9(5) value zero.
       01 ws-exception-total pic 9(9)v99 value zero.
       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "UNDEPOSIT" to ws-runlock-job
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.

       p100-setup.
           perform p110-resolve-file-paths
           perform p210-getsystemdate
      *  RUN STANDALONE FROM THE SCHEDULER THERE IS NO LOGGED-ON
      *  SESSION - THE EXTERNAL SESSION RECORD ARRIVES AS LOW-VALUES,
      *  NOT SPACES, SO BOTH ARE TREATED AS "NOBODY LOGGED ON".
           if ws-session-user-id equal spaces or
             ws-session-user-id equal low-value
               move "BATCH" to ws-session-user-id
           end-if.

       p110-resolve-file-paths.
           accept ws-data-dir from environment "TPM_DATA_DIR"
           if ws-data-dir equal spaces
               move "C:\gagodata\tpm\" to ws-data-dir
           end-if
           string function trim (ws-data-dir) "counterreceipts.dat"
             delimited by size into ws-path-counterfile
           string function trim (ws-data-dir) "undeposited.txt"
             delimited by size into ws-path-undepfile
           string function trim (ws-data-dir) "calendar.dat"
             delimited by size into ws-path-calfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           compute ws-today-int =
             function integer-of-date
             (function numval (ws-system-date(1:8)))
           move zero to ws-exception-count ws-exception-total
           move zero to ws-br-used
           initialize ws-br-table

      *  FIRST PASS FINDS THE BRANCHES WITH ANYTHING OVERDUE.
           move "0" to end-of-file
           open input counterfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read counterfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p300-check-overdue
                       if receipt-overdue
                           perform p310-add-to-branch
                       end-if
               end-read
           end-perform
           close counterfile

           open output undepfile
           move spaces to Undep-Text
           string "Undeposited funds - cash and cheques not banked"
             " after one working day - " ws-display-date
             delimited by size into Undep-Text
           write Undep-Line
           if ws-br-used equal zero
               move spaces to Undep-Text
               write Undep-Line
               move "  Everything taken over the counter has been"
                 & " banked." to Undep-Text
               write Undep-Line
           else
               perform varying ws-br-sub from 1 by 1
                 until ws-br-sub greater than ws-br-used
                   perform p400-list-branch
               end-perform
               move spaces to Undep-Text
               write Undep-Line
               move ws-exception-count to ws-count-disp
               move ws-exception-total to ws-amount-disp
               move spaces to Undep-Text
               string "All branches: " ws-count-disp
                 " receipts undeposited " ws-amount-disp
                 delimited by size into Undep-Text
               write Undep-Line
           end-if
           close undepfile

           move "UNDEPOSIT" to ws-audit-type
           move spaces to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit
           perform p940-log-job-end

           move ws-exception-count to ws-count-disp
           display "Undeposited funds run complete - "
             ws-count-disp " receipts listed.".

       p300-check-overdue.

      *  OVERDUE IS STILL UNBANKED WITH MORE THAN ONE WORKING DAY
      *  BETWEEN THE DAY TAKEN AND TODAY.
           move "N" to ws-overdue
           move zero to ws-age-days
           if Ctr-Paying-In not equal spaces or
             Ctr-Date is not numeric
               exit paragraph
           end-if
           move Ctr-Date to ws-taken-digits
           compute ws-wd-from-int =
             function integer-of-date (ws-taken-digits)
           move ws-today-int to ws-wd-to-int
           perform p885-count-working-days
           move ws-wd-count to ws-age-days
           if ws-age-days greater than 1
               move "Y" to ws-overdue
           end-if.

       p310-add-to-branch.
           move zero to ws-br-found
           perform varying ws-br-sub from 1 by 1
             until ws-br-sub greater than ws-br-used
               if ws-br-code (ws-br-sub) equal Ctr-Branch
                   move ws-br-sub to ws-br-found
               end-if
           end-perform
           if ws-br-found equal zero
               if ws-br-used not less than 30
                   exit paragraph
               end-if
               add 1 to ws-br-used
               move ws-br-used to ws-br-found
               move Ctr-Branch to ws-br-code (ws-br-found)
           end-if
           add 1 to ws-br-count (ws-br-found)
           add Ctr-Amount to ws-br-total (ws-br-found)
           add 1 to ws-exception-count
           add Ctr-Amount to ws-exception-total.

       p400-list-branch.
           move ws-br-code (ws-br-sub) to ws-branch-word
           if ws-branch-word equal spaces
               move "n/a" to ws-branch-word
           end-if
           move spaces to Undep-Text
           write Undep-Line
           move spaces to Undep-Text
           string "Branch " ws-branch-word
             delimited by size into Undep-Text
           write Undep-Line
           move "0" to end-of-file
           open input counterfile
           perform until eof
               read counterfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Ctr-Branch equal ws-br-code (ws-br-sub)
                           perform p300-check-overdue
                           if receipt-overdue
                               perform p410-list-receipt
                           end-if
                       end-if
               end-read
           end-perform
           close counterfile
           move ws-br-count (ws-br-sub) to ws-count-disp
           move ws-br-total (ws-br-sub) to ws-amount-disp
           move spaces to Undep-Text
           string "  Branch total: " ws-count-disp " receipts    "
             ws-amount-disp
             delimited by size into Undep-Text
           write Undep-Line.

       p410-list-receipt.
           if ctr-is-cash
               move "Cash" to ws-method-word
           else
               move "Cheque" to ws-method-word
           end-if
           if ctr-from-rent
               move "Rent" to ws-source-word
           else
               move "Monies" to ws-source-word
           end-if
           move ws-age-days to ws-age-disp
           move Ctr-Amount to ws-amount-disp
           move spaces to Undep-Text
           string "  " Ctr-ID " taken " Ctr-Date " "
             ws-method-word " " ws-source-word " " Ctr-Source-ID
             " " ws-amount-disp " by " Ctr-Taken-By
             " working days " ws-age-disp
             delimited by size into Undep-Text
           write Undep-Line.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-exception-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB UNDEPOSIT END " ws-system-date
             " RECORDS " ws-joblog-count-disp
             delimited by size into Batchlog-Text
           open extend batchlogfile
           if file-status = "35"
               close batchlogfile
               open output batchlogfile
               close batchlogfile
               open extend batchlogfile
           end-if
           write Batchlog-Line
           close batchlogfile.

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RUN JUST
      *  COMPLETED.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "working-days.cpy".

           copy "run-lock.cpy".

       end program 653Undep.
