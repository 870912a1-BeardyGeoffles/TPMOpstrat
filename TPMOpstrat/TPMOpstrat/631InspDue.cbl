       identification division.
       program-id. 631InspDue.

      *  MID-TENANCY INSPECTION RUN. PASS ONE WALKS THE LIVE
      *  TENANCIES THAT CARRY AN INSPECTION FREQUENCY AND OPENS A
      *  SCHEDULED INSPECTION ROW FOR ANY WHOSE NEXT DUE DATE -
      *  COUNTED FROM THE TENANCY START - FALLS WITHIN THE
      *  LOOK-AHEAD WINDOW (DAYS NNN ON THE COMMAND LINE, FOURTEEN
      *  BY DEFAULT) AND HAS NO ROW OPEN YET. PASS TWO WRITES THE
      *  OVERDUE INSPECTIONS REPORT: EVERY SCHEDULED ROW PAST ITS
      *  DUE DATE WITH NO VISIT RECORDED, AGED BY DAYS OVERDUE, SO
      *  THE PROMISE MADE TO EACH LANDLORD IS SEEN TO BE KEPT.
      *  VISITS ARE RECORDED ON THE INSPECTIONS SCREEN REACHED FROM
      *  MANAGE TENANCIES.
      *  ONLY FULLY-MANAGED INSTRUCTIONS ARE INSPECTED - A LET-ONLY
      *  OR RENT-COLLECTION TENANCY HAS NO ROW SCHEDULED.
      *  RUN FROM THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO
      *  SCREEN, NO OPERATOR INPUT.
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

              select inspfile assign dynamic ws-path-inspfile
              organization indexed
              access dynamic
              file status file-status
              record key Insp-ID OF Insp-Record.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

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

              select insprptfile assign dynamic ws-path-insprptfile
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

       fd inspfile.
       copy "inspectrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd insprptfile.

      *  OVERDUE INSPECTIONS REPORT LINE - ONE FREE-TEXT LINE PER
      *  INSPECTION SCHEDULED OR OVERDUE, WRITTEN OUT TO A LINE
      *  SEQUENTIAL FILE FOR THE PROPERTY MANAGERS.
       01 Insprpt-Line.
         03 Insprpt-Text pic x(120).

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

       01 ws-ten-eof pic x value "0".
         88 ten-eof value "1".
       01 end-of-file pic x value "0".
         88 eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-inspfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-insprptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       01 ws-command-line pic x(60) value spaces.
       01 ws-parm-word pic x(10) value spaces.
       01 ws-parm-value pic x(10) value spaces.
       01 ws-parm-num-just pic x(3) justified right value spaces.
       01 ws-lookahead-days pic 9(3) value 014.

       01 ws-today pic x(8) value spaces.
       01 ws-today-int pic 9(8) value zero.
       01 ws-horizon-int pic 9(8) value zero.
       01 ws-horizon-date pic 9(8) value zero.
       01 ws-due-digits pic 9(8) value zero.
       01 ws-due-int pic 9(8) value zero.
       01 ws-overdue-days pic s9(5) value zero.
       01 ws-overdue-disp pic ZZZZ9 value zero.
       01 ws-next-due pic x(8) value spaces.

       01 ws-insp-months pic 9(2) value zero.
       01 ws-insp-count pic 9(3) value zero.
       01 ws-open-found pic x(1) value "N".
         88 open-found value "Y".
       01 ws-fully-managed pic x(1) value "Y".
         88 fully-managed value "Y".

      *  ADD-MONTHS WORK AREA - BASE DATE PLUS A NUMBER OF MONTHS,
      *  THE DAY CLAMPED TO THE TARGET MONTH'S LAST DAY.
       01 ws-am-base pic 9(8) value zero.
       01 ws-am-months pic 9(4) value zero.
       01 ws-am-result pic 9(8) value zero.
       01 ws-am-year pic 9(4) value zero.
       01 ws-am-month pic 9(4) value zero.
       01 ws-am-day pic 9(2) value zero.
       01 ws-am-last-day pic 9(2) value zero.
       01 ws-am-digits pic 9(8) value zero.
       01 ws-am-int pic 9(8) value zero.

       01 ws-prop-addr1 pic x(25) value spaces.
       01 ws-scheduled-count pic 9(5) value zero.
       01 ws-overdue-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "INSPECT" to ws-runlock-job
           move "INSPECTION" to ws-runlock-masters
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
           string function trim (ws-data-dir) "inspections.dat"
             delimited by size into ws-path-inspfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "inspoverdue.txt"
             delimited by size into ws-path-insprptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word ws-parm-value
           end-unstring
           if function upper-case (function trim (ws-parm-word))
             equal "DAYS"
               move function trim (ws-parm-value) to
                 ws-parm-num-just
               inspect ws-parm-num-just
                 replacing leading " " by "0"
               if ws-parm-num-just is numeric and
                 ws-parm-num-just not equal "000"
                   move ws-parm-num-just to ws-lookahead-days
               end-if
           end-if

           move ws-system-date(1:8) to ws-today
           compute ws-today-int =
             function integer-of-date (function numval (ws-today))
           compute ws-horizon-int = ws-today-int + ws-lookahead-days
           move function date-of-integer (ws-horizon-int) to
             ws-horizon-date

           open output insprptfile
           move spaces to Insprpt-Text
           string "Overdue inspections report - " ws-display-date
             delimited by size into Insprpt-Text
           write Insprpt-Line
           move spaces to Insprpt-Text
           write Insprpt-Line

           perform p300-schedule-inspections
           perform p400-overdue-report
           close insprptfile

           move "INSPECT" to ws-audit-type
           move spaces to ws-audit-key
           move "DUERUN" to ws-audit-action
           perform p900-write-audit
           compute ws-joblog-count =
             ws-scheduled-count + ws-overdue-count
           perform p940-log-job-end

           move ws-scheduled-count to ws-count-disp
           display "Inspection run complete - " ws-count-disp
             " inspections scheduled."
           move ws-overdue-count to ws-count-disp
           display "Overdue inspections report written - "
             ws-count-disp " overdue.".

       p300-schedule-inspections.
           move "  Inspections scheduled:" to Insprpt-Text
           write Insprpt-Line
           move "0" to ws-ten-eof
           open input tenancyfile
           if file-status not equal "35"
               perform until ten-eof
                   read tenancyfile next record
                       at end
                           move "1" to ws-ten-eof
                       not at end
                           perform p310-consider-tenancy
                   end-read
               end-perform
           end-if
           close tenancyfile
           if ws-scheduled-count equal zero
               move "    None." to Insprpt-Text
               write Insprpt-Line
           end-if
           move spaces to Insprpt-Text
           write Insprpt-Line.

       p310-consider-tenancy.

      *  A LIVE TENANCY WITH AN INSPECTION FREQUENCY, NO ROW STILL
      *  OPEN, AND ITS NEXT DUE DATE INSIDE THE WINDOW AND BEFORE
      *  ANY AGREED END DATE.
           if Tenancy-Insp-Months is not numeric or
             Tenancy-Insp-Months equal zero
               exit paragraph
           end-if
           if Tenancy-Start equal spaces or
             function trim (Tenancy-Start) is not numeric
               exit paragraph
           end-if
           if Tenancy-End not equal spaces and
             Tenancy-End less than ws-today
               exit paragraph
           end-if
           move Tenancy-Insp-Months to ws-insp-months

           perform p315-check-service-level
           if not fully-managed
               exit paragraph
           end-if

           perform p320-count-inspections
           if open-found
               exit paragraph
           end-if

      *  THE NTH INSPECTION FALLS N TIMES THE FREQUENCY AFTER THE
      *  TENANCY START, WHERE N-1 ROWS ALREADY EXIST.
           move function numval (Tenancy-Start) to ws-am-base
           compute ws-am-months =
             ws-insp-months * (ws-insp-count + 1)
           perform p585-add-months
           move ws-am-result to ws-next-due
           if ws-am-result greater than ws-horizon-date
               exit paragraph
           end-if
           if Tenancy-End not equal spaces and
             ws-next-due greater than Tenancy-End
               exit paragraph
           end-if

           perform p270-generate-reference
           open i-o inspfile
           if file-status = "35"
               close inspfile
               open output inspfile
               close inspfile
               open i-o inspfile
           end-if
           move spaces to Insp-Record
           move ws-next-reference to Insp-ID
           move Tenancy-ID of Tenancy-Record to Insp-Tenancy-ID
           move Tenancy-Property-ID of Tenancy-Record to
             Insp-Property-ID
           move ws-next-due to Insp-Due-Date
           move "S" to Insp-Status
           write Insp-Record
               invalid key
                   continue
           end-write
           close inspfile

           add 1 to ws-scheduled-count
           move spaces to Insprpt-Text
           string "    Inspection " ws-next-reference
             " tenancy " Tenancy-ID of Tenancy-Record
             " due " ws-next-due
             delimited by size into Insprpt-Text
           write Insprpt-Line

           move "INSPECT" to ws-audit-type
           move ws-next-reference to ws-audit-key
           move "SCHEDULE" to ws-audit-action
           perform p900-write-audit.

       p315-check-service-level.
           move "Y" to ws-fully-managed
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Tenancy-Property-ID of Tenancy-Record to
             Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if not key-not-found and
             not property-fully-managed of Property-Record
               move "N" to ws-fully-managed
           end-if.

       p320-count-inspections.
           move zero to ws-insp-count
           move "N" to ws-open-found
           move "0" to end-of-file
           open input inspfile
           if file-status not equal "35"
               perform until eof
                   read inspfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Insp-Tenancy-ID equal
                             Tenancy-ID of Tenancy-Record
                               add 1 to ws-insp-count
                               if insp-is-scheduled
                                   move "Y" to ws-open-found
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close inspfile.

       p400-overdue-report.
           move "  Inspections overdue:" to Insprpt-Text
           write Insprpt-Line
           move "0" to end-of-file
           open input inspfile
           if file-status not equal "35"
               perform until eof
                   read inspfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if insp-is-scheduled and
                             Insp-Due-Date less than ws-today
                               perform p410-report-overdue
                           end-if
                   end-read
               end-perform
           end-if
           close inspfile
           if ws-overdue-count equal zero
               move "    No inspections overdue." to Insprpt-Text
               write Insprpt-Line
           end-if.

       p410-report-overdue.
           if function trim (Insp-Due-Date) is not numeric
               exit paragraph
           end-if
           move function numval (Insp-Due-Date) to ws-due-digits
           compute ws-due-int = function integer-of-date (ws-due-digits)
           compute ws-overdue-days = ws-today-int - ws-due-int
           move ws-overdue-days to ws-overdue-disp

           move spaces to ws-prop-addr1
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Insp-Property-ID to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if not key-not-found
               move Property-Address1 of Property-Record to
                 ws-prop-addr1
           end-if

           add 1 to ws-overdue-count
           move spaces to Insprpt-Text
           string "    Inspection " Insp-ID
             " tenancy " Insp-Tenancy-ID
             " due " Insp-Due-Date
             ws-overdue-disp " days overdue  "
             ws-prop-addr1
             delimited by size into Insprpt-Text
           write Insprpt-Line.

       p585-add-months.
           move ws-am-base(1:4) to ws-am-year
           move ws-am-base(5:2) to ws-am-month
           move ws-am-base(7:2) to ws-am-day
           add ws-am-months to ws-am-month
           subtract 1 from ws-am-month
           compute ws-am-year =
             ws-am-year + function integer (ws-am-month / 12)
           compute ws-am-month = function mod (ws-am-month 12) + 1

      *  THE TARGET MONTH'S REAL LAST DAY - THE FIRST OF THE MONTH
      *  AFTER IT, BACK ONE DAY THROUGH THE DATE ARITHMETIC.
           move ws-am-year to ws-am-digits(1:4)
           move ws-am-month(3:2) to ws-am-digits(5:2)
           move "01" to ws-am-digits(7:2)
           compute ws-am-int =
             function integer-of-date (ws-am-digits) + 31
           move function date-of-integer (ws-am-int) to ws-am-digits
           move "01" to ws-am-digits(7:2)
           compute ws-am-int =
             function integer-of-date (ws-am-digits) - 1
           move function date-of-integer (ws-am-int) to ws-am-digits
           move ws-am-digits(7:2) to ws-am-last-day
           if ws-am-day greater than ws-am-last-day
               move ws-am-last-day to ws-am-day
           end-if
           move ws-am-year to ws-am-result(1:4)
           move ws-am-month(3:2) to ws-am-result(5:2)
           move ws-am-day to ws-am-result(7:2).

       p270-generate-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "INSPECT   " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "INSPECT   " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-next-reference.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB INSPECT END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR EACH INSPECTION
      *  SCHEDULED AND FOR THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 631InspDue.
