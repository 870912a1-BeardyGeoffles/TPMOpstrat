       identification division.
       program-id. 636HoldDep.

      *  HOLDING DEPOSIT DEADLINE RUN. WALKS CLIENT MONIES AND
      *  REPORTS EVERY LETTINGS HOLDING DEPOSIT WHOSE 15-DAY
      *  DEADLINE FOR AGREEMENT HAS PASSED WHILE IT IS STILL
      *  NEITHER CONVERTED INTO THE TENANCY NOR REFUNDED - UNDER
      *  THE TENANT FEES ACT EACH ONE IS DUE BACK TO THE APPLICANT
      *  UNLESS THE DEADLINE WAS EXTENDED IN WRITING OR THE
      *  APPLICANT WITHDREW OR FAILED THE CHECKS. A HOLDING DEPOSIT
      *  CONVERTS WHEN THE TENANCY IS SET UP AND IS REFUNDED ON THE
      *  MONIES SCREEN.
      *  RUN DAILY FROM THE OPERATING SYSTEM SCHEDULER OR ON
      *  DEMAND - NO SCREEN, NO OPERATOR INPUT.
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

              select moniesfile assign dynamic ws-path-moniesfile
              organization indexed
              access dynamic
              file status file-status
              record key Monies-ID OF Monies-Record.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select holdrptfile assign dynamic ws-path-holdrptfile
              organization line sequential
              file status file-status.

              select batchlogfile assign dynamic ws-path-batchlogfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd moniesfile.
       copy "moniesrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd holdrptfile.

      *  HOLDING DEPOSIT EXCEPTION LINE - ONE FREE-TEXT LINE PER
      *  DEPOSIT PAST ITS DEADLINE, WRITTEN OUT TO A LINE
      *  SEQUENTIAL FILE FOR THE LETTINGS DESK.
       01 Holdrpt-Line.
         03 Holdrpt-Text pic x(120).

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
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-moniesfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-holdrptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-today pic x(8) value spaces.
       01 ws-today-int pic 9(8) value zero.
       01 ws-deadline-int pic 9(8) value zero.
       01 ws-days-past pic s9(5) value zero.
       01 ws-days-disp pic ZZZZ9 value zero.
       01 ws-payer-name pic x(30) value spaces.
       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.

       01 ws-overdue-count pic 9(5) value zero.
       01 ws-overdue-total pic 9(9)v99 value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "HOLDDEP" to ws-runlock-job
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
           string function trim (ws-data-dir) "monies.dat"
             delimited by size into ws-path-moniesfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "holddep.txt"
             delimited by size into ws-path-holdrptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           move ws-system-date(1:8) to ws-today
           compute ws-today-int =
             function integer-of-date (function numval (ws-today))

           open output holdrptfile
           move spaces to Holdrpt-Text
           string "Holding deposits past the agreement deadline,"
             " neither converted nor refunded - " ws-display-date
             delimited by size into Holdrpt-Text
           write Holdrpt-Line
           move spaces to Holdrpt-Text
           write Holdrpt-Line

           move "0" to end-of-file
           open input moniesfile
           if file-status not equal "35"
               perform until eof
                   read moniesfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Monies-Purpose equal "HD" and
                             not monies-is-refunded and
                             not monies-is-returned and
                             not monies-is-converted and
                             Monies-HD-Deadline is numeric and
                             Monies-HD-Deadline less than ws-today
                               perform p310-report-deposit
                           end-if
                   end-read
               end-perform
           end-if
           close moniesfile

           if ws-overdue-count equal zero
               move "  No holding deposits are past their deadline."
                 to Holdrpt-Text
               write Holdrpt-Line
           else
               move ws-overdue-count to ws-count-disp
               move ws-overdue-total to ws-amount-disp
               move spaces to Holdrpt-Text
               write Holdrpt-Line
               string "  " ws-count-disp " deposits, total "
                 ws-amount-disp " to convert or refund"
                 delimited by size into Holdrpt-Text
               write Holdrpt-Line
           end-if
           close holdrptfile

           move "MONIES" to ws-audit-type
           move spaces to ws-audit-key
           move "HDDUERUN" to ws-audit-action
           perform p900-write-audit
           move ws-overdue-count to ws-joblog-count
           perform p940-log-job-end

           move ws-overdue-count to ws-count-disp
           display "Holding deposit run complete - " ws-count-disp
             " past their deadline.".

       p310-report-deposit.
           compute ws-deadline-int =
             function integer-of-date
             (function numval (Monies-HD-Deadline))
           compute ws-days-past = ws-today-int - ws-deadline-int
           move ws-days-past to ws-days-disp
           add 1 to ws-overdue-count
           add Monies-Amount to ws-overdue-total

           move spaces to ws-payer-name
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Monies-Customer-ID to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if not key-not-found
               move cust-name of custrec to ws-payer-name
           end-if

           move Monies-Amount to ws-amount-disp
           move spaces to Holdrpt-Text
           string "  Receipt " Monies-ID
             " property " Monies-Property-ID
             " " ws-amount-disp
             " taken " Monies-Date
             " deadline " Monies-HD-Deadline
             ws-days-disp " days past  "
             ws-payer-name
             delimited by size into Holdrpt-Text
           write Holdrpt-Line.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB HOLDDEP END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 636HoldDep.
