       identification division.
       program-id. 637DispDue.

      *  DEPOSIT DISPUTE EVIDENCE DEADLINE RUN. WALKS THE DISPUTE
      *  CASES AND REPORTS EVERY ONE STILL OPEN - EVIDENCE NOT YET
      *  SENT TO THE DEPOSIT SCHEME - WHOSE EVIDENCE DEADLINE FALLS
      *  WITHIN THE LOOK-AHEAD WINDOW OR HAS ALREADY PASSED. A
      *  MISSED DEADLINE LOSES THE LANDLORD THE CASE BY DEFAULT, SO
      *  THE LIST GOES TO THE LETTINGS MANAGER EVERY MORNING.
      *  THE WINDOW DEFAULTS TO 7 DAYS; "DAYS nnn" ON THE COMMAND
      *  LINE OVERRIDES IT. RUN DAILY FROM THE OPERATING SYSTEM
      *  SCHEDULER OR ON DEMAND - NO SCREEN, NO OPERATOR INPUT.
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

              select disputefile assign dynamic ws-path-disputefile
              organization indexed
              access dynamic
              file status file-status
              record key Dispute-Tenancy-ID OF Dispute-Record.

              select disprptfile assign dynamic ws-path-disprptfile
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

       fd disputefile.
       copy "disputerec.cpy".

       fd disprptfile.

      *  DISPUTE DEADLINE REPORT LINE - ONE FREE-TEXT LINE PER CASE
      *  NEEDING EVIDENCE, WRITTEN OUT TO A LINE SEQUENTIAL FILE FOR
      *  THE LETTINGS MANAGER.
       01 Disprpt-Line.
         03 Disprpt-Text pic x(120).

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
       01 ws-path-disputefile pic x(60) value spaces.
       01 ws-path-disprptfile pic x(60) value spaces.
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
       01 ws-lookahead-days pic 9(3) value 007.

       01 ws-today pic x(8) value spaces.
       01 ws-today-int pic 9(8) value zero.
       01 ws-today-digits pic 9(8) value zero.
       01 ws-horizon-int pic 9(8) value zero.
       01 ws-horizon-date pic 9(8) value zero.
       01 ws-due-digits pic 9(8) value zero.
       01 ws-due-int pic 9(8) value zero.
       01 ws-days-left pic s9(5) value zero.
       01 ws-days-disp pic ZZZZ9 value zero.
       01 ws-amount-disp pic Z,ZZZ,ZZ9.99 value zero.

       01 ws-due-count pic 9(5) value zero.
       01 ws-missed-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "DISPDUE" to ws-runlock-job
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
           string function trim (ws-data-dir) "disputes.dat"
             delimited by size into ws-path-disputefile
           string function trim (ws-data-dir) "dispdue.txt"
             delimited by size into ws-path-disprptfile
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

           open output disprptfile
           move spaces to Disprpt-Text
           string "Deposit disputes with evidence due within "
             ws-lookahead-days " days or overdue - " ws-display-date
             delimited by size into Disprpt-Text
           write Disprpt-Line
           move spaces to Disprpt-Text
           write Disprpt-Line

           move "0" to end-of-file
           open input disputefile
           if file-status not equal "35"
               perform until eof
                   read disputefile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if dispute-is-open
                               perform p310-consider-dispute
                           end-if
                   end-read
               end-perform
           end-if
           close disputefile

           if ws-due-count equal zero and ws-missed-count equal zero
               move "  No dispute evidence is due." to Disprpt-Text
               write Disprpt-Line
           end-if
           close disprptfile

           move "DISPUTE" to ws-audit-type
           move spaces to ws-audit-key
           move "DEADLNRUN" to ws-audit-action
           perform p900-write-audit
           compute ws-joblog-count = ws-due-count + ws-missed-count
           perform p940-log-job-end

           move ws-due-count to ws-count-disp
           display "Dispute deadline run complete - " ws-count-disp
             " due in the window."
           move ws-missed-count to ws-count-disp
           display "Dispute evidence deadlines missed - "
             ws-count-disp ".".

       p310-consider-dispute.
           if function trim (Dispute-Evidence-Due) is not numeric
               exit paragraph
           end-if
           move function numval (Dispute-Evidence-Due) to
             ws-due-digits
           if ws-due-digits greater than ws-horizon-date
               exit paragraph
           end-if
           compute ws-due-int =
             function integer-of-date (ws-due-digits)
           compute ws-days-left = ws-due-int - ws-today-int
           move Dispute-Amount to ws-amount-disp

           move spaces to Disprpt-Text
           if ws-days-left less than zero
               add 1 to ws-missed-count
               compute ws-days-disp = zero - ws-days-left
               string "  Tenancy " Dispute-Tenancy-ID
                 " scheme " Dispute-Scheme
                 " disputed " ws-amount-disp
                 " evidence was due " Dispute-Evidence-Due
                 ws-days-disp " days ago - DEADLINE MISSED"
                 delimited by size into Disprpt-Text
           else
               add 1 to ws-due-count
               move ws-days-left to ws-days-disp
               string "  Tenancy " Dispute-Tenancy-ID
                 " scheme " Dispute-Scheme
                 " disputed " ws-amount-disp
                 " evidence due " Dispute-Evidence-Due
                 ws-days-disp " days left"
                 delimited by size into Disprpt-Text
           end-if
           write Disprpt-Line.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB DISPDUE END " ws-system-date
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

       end program 637DispDue.
