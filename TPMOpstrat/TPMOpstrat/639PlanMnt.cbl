       identification division.
       program-id. 639PlanMnt.

      *  PLANNED MAINTENANCE RUN. WALKS THE ACTIVE PLANNED
      *  MAINTENANCE SCHEDULES AND, FOR EACH TASK THAT HAS FALLEN
      *  DUE, RAISES A MAINTENANCE JOB TO THE PREFERRED CONTRACTOR
      *  WITHIN THE SCHEDULE'S COST LIMIT, RECHARGED TO THE
      *  LANDLORD. THE JOB IS DATED ON THE FIRST WORKING DAY ON OR
      *  AFTER THE DUE DATE BY THE OFFICE CALENDAR, SO A TASK DUE
      *  ON A WEEKEND OR BANK HOLIDAY WAITS FOR THE NEXT WORKING
      *  DAY. THE SCHEDULE'S DUE DATE THEN MOVES ON BY ITS
      *  FREQUENCY. A TASK WHOSE LAST JOB IS STILL OPEN IS NOT
      *  RAISED AGAIN BUT REPORTED, AS IS ONE ON A PROPERTY NO
      *  LONGER FULLY MANAGED; A PREFERRED CONTRACTOR WHOSE
      *  INSURANCE HAS LAPSED IS LEFT OFF THE JOB AND REPORTED.
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

              select planfile assign dynamic ws-path-planfile
              organization indexed
              access dynamic
              file status file-status
              record key Plan-ID OF Plan-Record.

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

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select calfile assign dynamic ws-path-calfile
              organization indexed
              access dynamic
              file status file-status
              record key Cal-Date OF Cal-Record.

              select planrptfile assign dynamic ws-path-planrptfile
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

       fd planfile.
       copy "plannedrec.cpy".

       fd mjobfile.
       copy "maintjobrec.cpy".

       fd contractorfile.
       copy "contractorrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd calfile.
       copy "calrec.cpy".

       fd planrptfile.

      *  PLANNED MAINTENANCE RUN LINE - ONE FREE-TEXT LINE PER JOB
      *  RAISED OR SCHEDULE HELD BACK, WRITTEN OUT TO A LINE
      *  SEQUENTIAL FILE FOR THE PROPERTY MANAGERS.
       01 Planrpt-Line.
         03 Planrpt-Text pic x(120).

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

       copy "working-day-variables.cpy".

       01 end-of-file pic x value "0".
         88 eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-planfile pic x(60) value spaces.
       01 ws-path-mjobfile pic x(60) value spaces.
       01 ws-path-contractorfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-calfile pic x(60) value spaces.
       01 ws-path-planrptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-job-id pic x(10) value spaces.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-today-digits pic 9(8) value zero.
       01 ws-today-int pic 9(8) value zero.
       01 ws-due-digits pic 9(8) value zero.
       01 ws-raise-int pic 9(8) value zero.
       01 ws-raise-date pic 9(8) value zero.
       01 ws-job-contractor pic x(10) value spaces.
       01 ws-contractor-note pic x(40) value spaces.
       01 ws-prop-managed pic x(1) value "Y".
         88 prop-managed value "Y".
       01 ws-last-job-open pic x(1) value "N".
         88 last-job-open value "Y".

      *  NEXT DUE DATE ARITHMETIC - WHOLE MONTHS ON FROM THE LAST
      *  DUE DATE, KEEPING THE SCHEDULE'S DAY OF THE MONTH AND
      *  FALLING BACK TO THE MONTH END WHERE THE DAY DOES NOT EXIST.
       01 ws-adv-date pic 9(8) value zero.
       01 ws-adv-parts redefines ws-adv-date.
         03 ws-adv-yyyy pic 9(4).
         03 ws-adv-mm pic 9(2).
         03 ws-adv-dd pic 9(2).
       01 ws-adv-anchor-dd pic 9(2) value zero.
       01 ws-adv-months pic 9(7) value zero.

       01 ws-raised-count pic 9(5) value zero.
       01 ws-held-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "PLANMAINT" to ws-runlock-job
           move "MAINTJOBS PLANMAINT" to ws-runlock-masters
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
           string function trim (ws-data-dir) "planmaint.dat"
             delimited by size into ws-path-planfile
           string function trim (ws-data-dir) "maintjobs.dat"
             delimited by size into ws-path-mjobfile
           string function trim (ws-data-dir) "contractors.dat"
             delimited by size into ws-path-contractorfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "calendar.dat"
             delimited by size into ws-path-calfile
           string function trim (ws-data-dir) "planrun.txt"
             delimited by size into ws-path-planrptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           move function numval (ws-system-date(1:8)) to
             ws-today-digits
           compute ws-today-int =
             function integer-of-date (ws-today-digits)

           open output planrptfile
           move spaces to Planrpt-Text
           string "Planned maintenance run - " ws-display-date
             delimited by size into Planrpt-Text
           write Planrpt-Line
           move spaces to Planrpt-Text
           write Planrpt-Line

           move "0" to end-of-file
           open i-o planfile
           if file-status not equal "35"
               perform until eof
                   read planfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if plan-is-active
                               perform p310-consider-plan
                           end-if
                   end-read
               end-perform
           end-if
           close planfile

           if ws-raised-count equal zero and ws-held-count equal zero
               move "  No planned maintenance fell due." to
                 Planrpt-Text
               write Planrpt-Line
           end-if
           close planrptfile

           move "PLANMAINT" to ws-audit-type
           move spaces to ws-audit-key
           move "PLANRUN" to ws-audit-action
           perform p900-write-audit
           move ws-raised-count to ws-joblog-count
           perform p940-log-job-end

           move ws-raised-count to ws-count-disp
           display "Planned maintenance run complete - " ws-count-disp
             " jobs raised."
           move ws-held-count to ws-count-disp
           display "Schedules held back - " ws-count-disp ".".

       p310-consider-plan.
           if function trim (Plan-Next-Due) is not numeric or
             Plan-Freq-Months equal zero
               exit paragraph
           end-if
           move function numval (Plan-Next-Due) to ws-due-digits
           if function test-date-yyyymmdd (ws-due-digits) not
             equal zero
               exit paragraph
           end-if
      *  THE JOB LANDS ON THE FIRST WORKING DAY FROM THE DUE DATE;
      *  UNTIL THAT DAY COMES THE TASK IS NOT YET DUE.
           compute ws-wd-int = function integer-of-date (ws-due-digits)
           perform p880-next-working-day
           move ws-wd-int to ws-raise-int
           if ws-raise-int greater than ws-today-int
               exit paragraph
           end-if
           move function date-of-integer (ws-raise-int) to
             ws-raise-date

           perform p320-check-property-managed
           if not prop-managed
               add 1 to ws-held-count
               move spaces to Planrpt-Text
               string "  HELD    schedule " Plan-ID
                 " property " Plan-Property-ID
                 " due " Plan-Next-Due
                 " - property is not fully managed  " Plan-Task
                 delimited by size into Planrpt-Text
               write Planrpt-Line
               exit paragraph
           end-if

           perform p330-check-last-job
           if last-job-open
               add 1 to ws-held-count
               move spaces to Planrpt-Text
               string "  OPEN    schedule " Plan-ID
                 " property " Plan-Property-ID
                 " due " Plan-Next-Due
                 " - last job " Plan-Last-Job-ID
                 " still open  " Plan-Task
                 delimited by size into Planrpt-Text
               write Planrpt-Line
               exit paragraph
           end-if

           perform p340-check-contractor
           perform p350-raise-job
           perform p360-advance-due-date
           move ws-job-id to Plan-Last-Job-ID
           move ws-raise-date to Plan-Last-Raised
           rewrite Plan-Record
               invalid key
                   continue
           end-rewrite
           add 1 to ws-raised-count

           move spaces to Planrpt-Text
           string "  RAISED  job " ws-job-id
             " schedule " Plan-ID
             " property " Plan-Property-ID
             " dated " ws-raise-date
             " next due " Plan-Next-Due
             "  " Plan-Task
             delimited by size into Planrpt-Text
           write Planrpt-Line
           if ws-contractor-note not equal spaces
               move spaces to Planrpt-Text
               string "          " ws-contractor-note
                 delimited by size into Planrpt-Text
               write Planrpt-Line
           end-if.

       p320-check-property-managed.
           move "N" to ws-prop-managed
           move "0" to invalid-data
           open input propertyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Plan-Property-ID to property-id of Property-Record
           read propertyfile
               invalid key
                   move "1" to invalid-data
           end-read
           close propertyfile
           if not key-not-found and
             property-fully-managed of Property-Record
               move "Y" to ws-prop-managed
           end-if.

       p330-check-last-job.
           move "N" to ws-last-job-open
           if Plan-Last-Job-ID equal spaces
               exit paragraph
           end-if
           move "0" to invalid-data
           open input mjobfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Plan-Last-Job-ID to Mjob-ID
           read mjobfile
               invalid key
                   move "1" to invalid-data
           end-read
           close mjobfile
           if not key-not-found and Mjob-Completed equal spaces
               move "Y" to ws-last-job-open
           end-if.

       p340-check-contractor.

      *  A PREFERRED CONTRACTOR WHO HAS GONE OR WHOSE INSURANCE HAS
      *  LAPSED IS NOT SENT IN - THE JOB GOES OUT UNASSIGNED.
           move Plan-Contractor-ID to ws-job-contractor
           move spaces to ws-contractor-note
           if ws-job-contractor equal spaces
               move "no preferred contractor - assign one" to
                 ws-contractor-note
               exit paragraph
           end-if
           move "0" to invalid-data
           open input contractorfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-job-contractor to Contractor-ID
           read contractorfile
               invalid key
                   move "1" to invalid-data
           end-read
           close contractorfile
           if key-not-found
               move spaces to ws-job-contractor
               move "preferred contractor not on file - assign one"
                 to ws-contractor-note
               exit paragraph
           end-if
           if function trim (Contractor-Ins-Expiry) is numeric and
             Contractor-Ins-Expiry less than ws-system-date(1:8)
               move spaces to ws-job-contractor
               move "preferred contractor's insurance lapsed"
                 to ws-contractor-note
           end-if.

       p350-raise-job.
           perform p370-generate-job-reference
           open i-o mjobfile
           if file-status = "35"
               close mjobfile
               open output mjobfile
               close mjobfile
               open i-o mjobfile
           end-if
           move ws-job-id to Mjob-ID
           move Plan-Property-ID to Mjob-Property-ID
           move ws-raise-date to Mjob-Reported
           move Plan-Task to Mjob-Description
           move ws-job-contractor to Mjob-Contractor-ID
           move Plan-Cost-Limit to Mjob-Auth-Limit
           move spaces to Mjob-Completed
           move zero to Mjob-Invoice-Amount
           move "Y" to Mjob-Recharge
           move spaces to Mjob-Pay-Status
           move spaces to Mjob-Approved-By
           move spaces to Mjob-Pay-Run
           move spaces to Mjob-Paid-Date
           move spaces to Mjob-Remit-Month
           write Mjob-Record
               invalid key
                   continue
           end-write
           close mjobfile

           move "MAINTJOB" to ws-audit-type
           move ws-job-id to ws-audit-key
           move "PLANRAISE" to ws-audit-action
           perform p900-write-audit.

       p360-advance-due-date.

      *  MOVES THE DUE DATE ON BY THE FREQUENCY UNTIL IT IS IN THE
      *  FUTURE - A RUN MISSED FOR A WHILE RAISES ONE JOB, NOT ONE
      *  PER MISSED CYCLE.
           move ws-due-digits to ws-adv-date
           move ws-adv-dd to ws-adv-anchor-dd
           perform p365-add-frequency with test after
             until ws-adv-date greater than ws-today-digits
           move ws-adv-date to Plan-Next-Due.

       p365-add-frequency.
           compute ws-adv-months = ws-adv-yyyy * 12 + ws-adv-mm - 1
             + Plan-Freq-Months
           divide ws-adv-months by 12 giving ws-adv-yyyy
             remainder ws-adv-mm
           add 1 to ws-adv-mm
           move ws-adv-anchor-dd to ws-adv-dd
           perform until function test-date-yyyymmdd (ws-adv-date)
             equal zero
               subtract 1 from ws-adv-dd
           end-perform.

       p370-generate-job-reference.

      *  THE SAME MAINTJOBS SEQUENCE THE MAINTENANCE SCREEN USES.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "MAINTJOBS " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "MAINTJOBS " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-job-id.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB PLANMAINT END " ws-system-date
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

           copy "working-days.cpy".

           copy "run-lock.cpy".

       end program 639PlanMnt.
