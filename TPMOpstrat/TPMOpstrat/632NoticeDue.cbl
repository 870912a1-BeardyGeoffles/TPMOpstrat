       identification division.
       program-id. 632NoticeDue.

      *  POSSESSION NOTICE EXPIRY RUN. WALKS THE NOTICE REGISTER
      *  AND REPORTS EVERY NOTICE STILL SERVED (NOT WITHDRAWN, NO
      *  CLAIM ISSUED) WHOSE EXPIRY FALLS WITHIN THE LOOK-AHEAD
      *  WINDOW (DAYS NNN ON THE COMMAND LINE, FOURTEEN BY DEFAULT)
      *  OR HAS ALREADY PASSED - WITH THE NEXT STEP THE LANDLORD
      *  NEEDS: PREPARE THE CLAIM BEFORE EXPIRY, ISSUE IT AFTER. A
      *  SECTION 21 NOTICE CAN ONLY BE RELIED ON FOR SIX MONTHS
      *  FROM SERVICE, SO ONE LAPSING INSIDE THE WINDOW IS CALLED
      *  OUT, AND ONE ALREADY LAPSED IS REPORTED AS NEEDING A FRESH
      *  NOTICE. ANY NOTICE RECORDED ON AN ADMIN OVERRIDE IS MARKED
      *  SO THE RISK TRAVELS WITH IT.
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

              select noticefile assign dynamic ws-path-noticefile
              organization indexed
              access dynamic
              file status file-status
              record key Notice-ID OF Notice-Record.

              select noticerptfile assign dynamic
                ws-path-noticerptfile
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

       fd noticefile.
       copy "noticerec.cpy".

       fd noticerptfile.

      *  NOTICE EXPIRY REPORT LINE - ONE FREE-TEXT LINE PER NOTICE
      *  NEEDING ACTION, WRITTEN OUT TO A LINE SEQUENTIAL FILE FOR
      *  THE PROPERTY MANAGERS.
       01 Noticerpt-Line.
         03 Noticerpt-Text pic x(120).

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
       01 ws-path-noticefile pic x(60) value spaces.
       01 ws-path-noticerptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-command-line pic x(60) value spaces.
       01 ws-parm-word pic x(10) value spaces.
       01 ws-parm-value pic x(10) value spaces.
       01 ws-parm-num-just pic x(3) justified right value spaces.
       01 ws-lookahead-days pic 9(3) value 014.

       01 ws-today pic x(8) value spaces.
       01 ws-today-int pic 9(8) value zero.
       01 ws-today-digits pic 9(8) value zero.
       01 ws-horizon-int pic 9(8) value zero.
       01 ws-horizon-date pic 9(8) value zero.
       01 ws-expiry-digits pic 9(8) value zero.
       01 ws-expiry-int pic 9(8) value zero.
       01 ws-days-left pic s9(5) value zero.
       01 ws-days-disp pic ZZZZ9 value zero.
       01 ws-lapse-date pic 9(8) value zero.
       01 ws-next-step pic x(40) value spaces.
       01 ws-override-flag pic x(9) value spaces.

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

       01 ws-due-count pic 9(5) value zero.
       01 ws-expired-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "NOTICES" to ws-runlock-job
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
           string function trim (ws-data-dir) "notices.dat"
             delimited by size into ws-path-noticefile
           string function trim (ws-data-dir) "noticedue.txt"
             delimited by size into ws-path-noticerptfile
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
           move function numval (ws-today) to ws-today-digits
           compute ws-today-int =
             function integer-of-date (ws-today-digits)
           compute ws-horizon-int = ws-today-int + ws-lookahead-days
           move function date-of-integer (ws-horizon-int) to
             ws-horizon-date

           open output noticerptfile
           move spaces to Noticerpt-Text
           string "Possession notices expiring within "
             ws-lookahead-days " days or expired - " ws-display-date
             delimited by size into Noticerpt-Text
           write Noticerpt-Line
           move spaces to Noticerpt-Text
           write Noticerpt-Line

           move "0" to end-of-file
           open input noticefile
           if file-status not equal "35"
               perform until eof
                   read noticefile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if notice-is-served
                               perform p310-consider-notice
                           end-if
                   end-read
               end-perform
           end-if
           close noticefile

           if ws-due-count equal zero and ws-expired-count equal zero
               move "  No served notices need action." to
                 Noticerpt-Text
               write Noticerpt-Line
           end-if
           close noticerptfile

           move "NOTICE" to ws-audit-type
           move spaces to ws-audit-key
           move "EXPIRYRUN" to ws-audit-action
           perform p900-write-audit
           compute ws-joblog-count = ws-due-count + ws-expired-count
           perform p940-log-job-end

           move ws-due-count to ws-count-disp
           display "Notice expiry run complete - " ws-count-disp
             " expiring in the window."
           move ws-expired-count to ws-count-disp
           display "Notices expired awaiting a claim - "
             ws-count-disp ".".

       p310-consider-notice.
           if function trim (Notice-Expiry-Date) is not numeric
               exit paragraph
           end-if
           move function numval (Notice-Expiry-Date) to
             ws-expiry-digits
           if ws-expiry-digits greater than ws-horizon-date
               exit paragraph
           end-if
           compute ws-expiry-int =
             function integer-of-date (ws-expiry-digits)
           compute ws-days-left = ws-expiry-int - ws-today-int

      *  THE NEXT STEP - A SECTION 21 PAST ITS SIX MONTHS IS DEAD
      *  AND NEEDS SERVING AGAIN; ONE LAPSING IN THE WINDOW MUST GO
      *  TO COURT BEFORE THEN.
           move spaces to ws-next-step
           move zero to ws-lapse-date
           if notice-is-s21 and
             function trim (Notice-Served-Date) is numeric
               move function numval (Notice-Served-Date) to
                 ws-am-base
               move 6 to ws-am-months
               perform p585-add-months
               move ws-am-result to ws-lapse-date
           end-if
           if ws-days-left less than zero
               add 1 to ws-expired-count
               compute ws-days-disp = zero - ws-days-left
               if ws-lapse-date not equal zero and
                 ws-lapse-date less than ws-today-digits
                   move "S21 LAPSED - SERVE A FRESH NOTICE" to
                     ws-next-step
               else
                   if ws-lapse-date not equal zero and
                     ws-lapse-date not greater than ws-horizon-date
                       move "EXPIRED - ISSUE CLAIM BEFORE S21 LAPSES"
                         to ws-next-step
                   else
                       move "EXPIRED - ISSUE POSSESSION CLAIM" to
                         ws-next-step
                   end-if
               end-if
           else
               add 1 to ws-due-count
               move ws-days-left to ws-days-disp
               move "PREPARE POSSESSION CLAIM" to ws-next-step
           end-if

           move spaces to ws-override-flag
           if Notice-Override-User not equal spaces
               move "OVERRIDE" to ws-override-flag
           end-if

           move spaces to Noticerpt-Text
           if ws-days-left less than zero
               string "  Notice " Notice-ID " " Notice-Type
                 " tenancy " Notice-Tenancy-ID
                 " expired " Notice-Expiry-Date ws-days-disp
                 " days ago  " function trim (ws-next-step)
                 " " ws-override-flag
                 delimited by size into Noticerpt-Text
           else
               string "  Notice " Notice-ID " " Notice-Type
                 " tenancy " Notice-Tenancy-ID
                 " expires " Notice-Expiry-Date ws-days-disp
                 " days left " function trim (ws-next-step)
                 " " ws-override-flag
                 delimited by size into Noticerpt-Text
           end-if
           write Noticerpt-Line.

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

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB NOTICES END " ws-system-date
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

       end program 632NoticeDue.
