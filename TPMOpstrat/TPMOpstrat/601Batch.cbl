      *  SCREEN-DRIVEN ONES IN 501MI - SAME SELECTION RULES, SAME
      *  OUTPUT FILES - SO AN OVERNIGHT RUN AND A 9AM SCREEN RUN
      *  PRODUCE THE SAME ANSWERS.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.
      *  PURGE ALSO TAKES SIMULATE=Y, WHICH DRY RUNS IT - EVERY
      *  LISTING IT WOULD ARCHIVE AND DELETE IS LISTED ON A
      *  CATALOGUED REPORT AND NOTHING IS CHANGED - OR TOKEN=NNN,
      *  QUOTING THAT REPORT'S TOKEN SO THE LIVE PURGE DELETES
      *  EXACTLY THAT LIST OR NOTHING AT ALL, E.G.
      *      JOB=PURGE,DAYS=180,SIMULATE=Y
      *      JOB=PURGE,DAYS=180,TOKEN=0000000042

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

              select batchparmfile assign dynamic
                ws-path-batchparmfile
              organization line sequential
              file status file-status
              record key Cat-ID OF Cat-Record.

              select simtokfile assign dynamic ws-path-simtokfile
              organization indexed
              access dynamic
              file status file-status
              record key Simtok-ID OF Simtok-Record.

              select simrptfile assign dynamic ws-path-simrptfile
              organization line sequential
              file status file-status.

       data division.

       file section.
       fd reportcatfile.
       copy "reportcatrec.cpy".

       fd runlockfile.
       copy "runlockrec.cpy".

       fd runlocklogfile.
       copy "runlocklogrec.cpy".

       fd simtokfile.
       copy "simtokenrec.cpy".

       fd simrptfile.
       copy "simrptrec.cpy".

       working-storage section.

       copy "run-lock-variables.cpy".

       copy "system-date-variables.cpy".

       copy "session-record.cpy".
       copy "working-day-variables.cpy".

       copy "journal-variables.cpy".
       01 ws-archive-data pic x(500) value spaces.

       01 ws-batch-failed pic x(1) value "N".
         88 batch-failed value "Y".
       01 ws-parm-days pic 9(3) value zero.
       01 ws-parm-months pic 9(3) value zero.
       01 ws-parm-num-just pic x(3) justified right value spaces.
       01 ws-parm-ptr pic 9(3) value zero.

       copy "sim-run-variables.cpy".

       01 ws-job-count pic 9(7) value zero.
       01 ws-job-count-disp pic ZZZZZZ9 value zero.

       MAIN section.
           perform p100-setup
           move "BATCH" to ws-runlock-job
           move "ALL" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.

       p310-parse-parm-line.

      *  JOB=NAME[,DAYS=NNN][,MONTHS=NNN][,SIMULATE=Y][,TOKEN=NNN]
      *  - ANYTHING UNRECOGNISED IS LEFT AT ITS DEFAULT.
           move spaces to ws-parm-job
           move spaces to ws-parm-rest
           move zero to ws-parm-days
           move zero to ws-parm-months
           move "N" to ws-sim-request
           move spaces to ws-sim-token-in

           move 1 to ws-parm-ptr
           unstring Batchparm-Text delimited by ","
             into ws-parm-rest with pointer ws-parm-ptr
           end-unstring
           unstring ws-parm-rest delimited by "="
             into ws-parm-value ws-parm-job
           end-unstring

           perform until ws-parm-ptr greater than
             length of Batchparm-Text
               move spaces to ws-parm-rest
               unstring Batchparm-Text delimited by ","
                 into ws-parm-rest with pointer ws-parm-ptr
               end-unstring
               if ws-parm-rest not equal spaces
                   perform p311-apply-parm-pair
               end-if
           end-perform.

       p311-apply-parm-pair.
           move spaces to ws-parm-key
           move spaces to ws-parm-value
           unstring ws-parm-rest delimited by "="
             into ws-parm-key ws-parm-value
           end-unstring

      *  THRESHOLDS MAY BE KEYED AS 30, 090 OR 180 - RIGHT-JUSTIFY
      *  AND ZERO-FILL BEFORE THE NUMERIC TEST SO A SHORT VALUE IS
      *  NOT SILENTLY IGNORED.
           move function trim (ws-parm-value) to
             ws-parm-num-just
           inspect ws-parm-num-just
             replacing leading " " by "0"
           if function upper-case (function trim (ws-parm-key))
             equal "DAYS" and ws-parm-num-just is numeric
               move ws-parm-num-just to ws-parm-days
           end-if
           if function upper-case (function trim (ws-parm-key))
             equal "MONTHS" and ws-parm-num-just is numeric
               move ws-parm-num-just to ws-parm-months
           end-if
           if function upper-case (function trim (ws-parm-key))
             equal "SIMULATE"
               move ws-parm-value(1:1) to ws-sim-request
           end-if
           if function upper-case (function trim (ws-parm-key))
             equal "TOKEN"
               move ws-parm-value to ws-sim-token-in
           end-if.

       p400-job-export.
                 & " parameter." to Batchlog-Text
               perform p915-write-log-line
           else
               move "PURGE" to ws-sim-job
               move spaces to ws-sim-params
               string "DAYS " ws-parm-days
                 delimited by size into ws-sim-params
               perform p858-run-or-simulate
               if ws-sim-message not equal spaces
                   move spaces to Batchlog-Text
                   string "  PURGE " ws-sim-message
                     delimited by size into Batchlog-Text
                   perform p915-write-log-line
               end-if
               if not sim-ok
                   move "Y" to ws-batch-failed
               end-if
           end-if.

       p422-purge-run.

      *  ON A DRY RUN THERE IS NO RESTART ROW, NO PURGE REPORT AND
      *  NO CHECKPOINT - THE PROPERTY FILE IS ONLY READ AND EACH
      *  LISTING THAT WOULD GO IS LISTED ON THE DRY RUN REPORT.
           if not sim-verifying
               perform p930-log-job-start
           end-if
           move zero to ws-job-count

           if sim-mode
               move "N" to ws-restart-mode
           else
               move "PURGE" to ws-restart-job-name
               perform p950-read-checkpoint

                   move spaces to Purge-Text
                   write Purge-Line
               end-if
           end-if

           move "0" to end-of-file
           if sim-mode
               open input PropertyFile
           else
               open i-o PropertyFile
           end-if
           if file-status not equal "35"
               if restart-mode
                   move ws-restart-last-key to
                     Property-ID of Property-Record
                   start PropertyFile key >
                     Property-ID of Property-Record
                       invalid key
                           move "1" to end-of-file
                   end-start
               end-if
               perform until eof
                   read PropertyFile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           move Property-ID of
                             Property-Record to
                             ws-restart-last-key
                           if function upper-case
                             (Property-Status of
                             Property-Record) equal "WD" and
                             Property-Last-Updated of
                             Property-Record not equal spaces
                               perform p421-purge-one
                           end-if
                           if not sim-mode
                               add 1 to ws-ckpt-interval
                               if ws-ckpt-interval not < 100
                                   perform p955-write-checkpoint
                               end-if
                           end-if
               end-perform
           end-if
           close PropertyFile
           if sim-mode
               if not sim-verifying
                   perform p940-log-job-end
               end-if
               exit paragraph
           end-if

           if ws-job-count equal zero
               move "  No withdrawn listings to purge." to
                 Purge-Text
               write Purge-Line
           end-if
           close purgefile
           perform p960-mark-complete

           move "PURGE" to ws-cat-type
           move ws-path-purgefile to ws-cat-source
           move spaces to ws-cat-params
           string "DAYS " ws-parm-days
             delimited by size into ws-cat-params
           move ws-job-count to ws-cat-count
           perform p965-catalogue-report

           perform p940-log-job-end.

       p421-purge-one.
           move Property-Last-Updated of Property-Record (1:8) to
           move function integer-of-date (ws-date-digits) to
             ws-work-int
           compute ws-gap-days = ws-today-int - ws-work-int
           if ws-gap-days > ws-parm-days and sim-mode
               move spaces to ws-sim-line
               string "PROPERTY " Property-ID of Property-Record
                 " STATUS WD UPDATED "
                 Property-Last-Updated of Property-Record (1:8)
                 " -> ARCHIVED AND DELETED"
                 delimited by size into ws-sim-line
               perform p862-sim-record
               add 1 to ws-job-count
               exit paragraph
           end-if
           if ws-gap-days > ws-parm-days
               move Property-Record to ws-archive-data
               move "PROPERTY" to ws-audit-type

           close archivefile.

           copy "run-lock.cpy".

           copy "sim-run.cpy" replacing
             ==:SIMWORK:== by ==p422-purge-run==.

       end program 601Batch.
