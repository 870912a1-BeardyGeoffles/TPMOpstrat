       identification division.
       program-id. 642AgreeDue.

      *  SOLE AGENCY EXPIRY RUN. WALKS THE AGENCY AGREEMENTS AND
      *  REPORTS EVERY SIGNED SOLE AGENCY OR SOLE SELLING RIGHTS
      *  AGREEMENT, NOT CANCELLED, WHOSE SOLE PERIOD ENDS WITHIN THE
      *  LOOK-AHEAD WINDOW ON A LISTING STILL ON THE MARKET (FOR
      *  SALE OR TO LET) - WITH THE NEGOTIATOR WHO HOLDS THE LISTING
      *  SO THEY CAN GET THE TERMS RENEWED BEFORE THE VENDOR IS FREE
      *  TO INSTRUCT ANOTHER AGENT. THE WINDOW DEFAULTS TO 14 DAYS;
      *  "DAYS nnn" ON THE COMMAND LINE OVERRIDES IT. RUN DAILY FROM
      *  THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO SCREEN, NO
      *  OPERATOR INPUT.
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

              select agreefile assign dynamic ws-path-agreefile
              organization indexed
              access dynamic
              file status file-status
              record key Agree-Property-ID OF Agree-Record.

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

              select agrrptfile assign dynamic ws-path-agrrptfile
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

       fd agreefile.
       copy "agreementrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd agrrptfile.

      *  SOLE AGENCY EXPIRY LINE - ONE FREE-TEXT LINE PER AGREEMENT
      *  WHOSE SOLE PERIOD IS ENDING, WRITTEN OUT TO A LINE
      *  SEQUENTIAL FILE FOR THE NEGOTIATORS.
       01 Agrrpt-Line.
         03 Agrrpt-Text pic x(120).

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
       01 ws-path-agreefile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-agrrptfile pic x(60) value spaces.
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
       01 ws-horizon-int pic 9(8) value zero.
       01 ws-horizon-date pic 9(8) value zero.
       01 ws-horizon-text pic x(8) value spaces.
       01 ws-end-int pic 9(8) value zero.
       01 ws-days-left pic 9(5) value zero.
       01 ws-days-disp pic ZZZZ9 value zero.
       01 ws-prop-status-uc pic x(2) value spaces.

       01 ws-due-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "AGREEDUE" to ws-runlock-job
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
           string function trim (ws-data-dir) "agreements.dat"
             delimited by size into ws-path-agreefile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "agreedue.txt"
             delimited by size into ws-path-agrrptfile
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
           move ws-horizon-date to ws-horizon-text

           open output agrrptfile
           move spaces to Agrrpt-Text
           string "Sole agency periods ending within "
             ws-lookahead-days " days - " ws-display-date
             delimited by size into Agrrpt-Text
           write Agrrpt-Line
           move spaces to Agrrpt-Text
           write Agrrpt-Line

           move "0" to end-of-file
           open input agreefile
           if file-status not equal "35"
               perform until eof
                   read agreefile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if (agree-sole-agency or
                             agree-sole-selling) and
                             Agree-Signed-Date is numeric
                               perform p310-consider-agreement
                           end-if
                   end-read
               end-perform
           end-if
           close agreefile

           if ws-due-count equal zero
               move "  No sole agency periods are ending." to
                 Agrrpt-Text
               write Agrrpt-Line
           end-if
           close agrrptfile

           move "AGREEMENT" to ws-audit-type
           move spaces to ws-audit-key
           move "SOLEDUERUN" to ws-audit-action
           perform p900-write-audit
           move ws-due-count to ws-joblog-count
           perform p940-log-job-end

           move ws-due-count to ws-count-disp
           display "Sole agency expiry run complete - " ws-count-disp
             " ending in the window.".

       p310-consider-agreement.
           if Agree-Sole-End is not numeric or
             Agree-Sole-End less than ws-today or
             Agree-Sole-End greater than ws-horizon-text
               exit paragraph
           end-if
      *  NOTICE ALREADY GIVEN AND RUN OUT MEANS THERE IS NOTHING
      *  LEFT TO RENEW.
           if Agree-Cancel-Date is numeric and
             Agree-Cancel-Date not greater than ws-today
               exit paragraph
           end-if

           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Agree-Property-ID to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if key-not-found
               exit paragraph
           end-if
           move function upper-case (Property-Status of
             Property-Record) to ws-prop-status-uc
           if ws-prop-status-uc not equal "FS" and
             ws-prop-status-uc not equal "TL"
               exit paragraph
           end-if

           compute ws-end-int = function integer-of-date
             (function numval (Agree-Sole-End))
           compute ws-days-left = ws-end-int - ws-today-int
           move ws-days-left to ws-days-disp
           add 1 to ws-due-count

           move spaces to Agrrpt-Text
           string "  Property " Agree-Property-ID
             " " Property-Address1 of Property-Record
             " type " Agree-Type
             " sole period ends " Agree-Sole-End
             ws-days-disp " days"
             "  negotiator " User-ID of Property-Record
             "  client " Agree-Customer-ID
             delimited by size into Agrrpt-Text
           write Agrrpt-Line.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB AGREEDUE END " ws-system-date
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

       end program 642AgreeDue.
