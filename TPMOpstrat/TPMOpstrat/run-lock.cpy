      *  BATCH RUN LOCK - SHARED BY EVERY BATCH JOB THAT UPDATES A
      *  MASTER FILE. THE JOB NAMES ITSELF AND ITS MASTERS IN
      *  RUN-LOCK-VARIABLES.CPY AND CLAIMS BEFORE DOING ANY WORK; IT
      *  ONLY RUNS IF THE CLAIM IS HELD, AND RELEASES AS IT ENDS. A
      *  CLASH WITH A LIVE LOCK IS WAITED OUT FOR A FEW RETRIES AND
      *  THEN REFUSED; A CLASH WITH A STALE ONE IS REFUSED AT ONCE,
      *  SINCE THE JOB THAT LEFT IT MAY HAVE DIED HALF WAY THROUGH
      *  THE SHARED MASTER. EITHER WAY A LINE GOES ON THE RUN LOG
      *  AND THE EXIT STATUS IS SET FOR THE SCHEDULER.
       p880-claim-run-lock.
           move "N" to ws-runlock-held
           move "N" to ws-runlock-is-outer
           move spaces to ws-path-runlockfile
           move spaces to ws-path-runlocklogfile
           string function trim (ws-data-dir) "runlock.dat"
             delimited by size into ws-path-runlockfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-runlocklogfile
           if ws-runlock-outer-job equal spaces or
             ws-runlock-outer-job equal low-value
               move ws-runlock-job to ws-runlock-outer-job
               move "Y" to ws-runlock-is-outer
           end-if
           move spaces to ws-runlock-my-table
           unstring ws-runlock-masters delimited by all " "
             into ws-runlock-my-master(1) ws-runlock-my-master(2)
             ws-runlock-my-master(3) ws-runlock-my-master(4)
             ws-runlock-my-master(5) ws-runlock-my-master(6)
           end-unstring
      *  A JOB STARTED FROM A SCREEN DOES NOT KEEP THE OPERATOR
      *  WAITING - ONLY THE SCHEDULER'S BATCH USER RETRIES.
           if ws-session-user-id not equal "BATCH"
               move zero to ws-runlock-waits
           end-if
           move zero to ws-runlock-attempt
           perform p882-try-run-lock
           perform until run-lock-held or run-lock-stale or
             ws-runlock-attempt not less than ws-runlock-waits
               if ws-runlock-attempt equal zero
                   move spaces to Runlocklog-Text
                   string "  LOCK " function trim (ws-runlock-job)
                     " WAITING FOR " function trim
                     (ws-runlock-other-job)
                     " SINCE " ws-runlock-other-started(1:14)
                     delimited by size into Runlocklog-Text
                   perform p887-write-lock-log
               end-if
               add 1 to ws-runlock-attempt
               call "C$SLEEP" using ws-runlock-wait-seconds
               perform p882-try-run-lock
           end-perform
           if not run-lock-held
               move spaces to Runlocklog-Text
               if run-lock-stale
                   string "  LOCK " function trim (ws-runlock-job)
                     " REFUSED - STALE LOCK LEFT BY "
                     function trim (ws-runlock-other-job)
                     " SINCE " ws-runlock-other-started(1:14)
                     delimited by size into Runlocklog-Text
               else
                   string "  LOCK " function trim (ws-runlock-job)
                     " REFUSED - " function trim
                     (ws-runlock-other-job)
                     " HOLDS " function trim
                     (ws-runlock-other-master)
                     " SINCE " ws-runlock-other-started(1:14)
                     delimited by size into Runlocklog-Text
               end-if
               perform p887-write-lock-log
               move 8 to return-code
               if run-lock-is-outer
                   move spaces to ws-runlock-outer-job
                   move "N" to ws-runlock-is-outer
               end-if
           end-if.

       p882-try-run-lock.

      *  WRITES THIS JOB'S ROW FIRST AND ONLY THEN LOOKS FOR A CLASH,
      *  SO TWO JOBS STARTING TOGETHER MAY BOTH BACK OFF BUT CAN
      *  NEVER BOTH RUN. A ROW ALREADY THERE FOR THIS JOB IS A COPY
      *  STILL RUNNING - OR, PAST ITS MAXIMUM RUN TIME, A DEAD RUN
      *  WHOSE LOCK THIS RUN TAKES OVER.
           move "N" to ws-runlock-conflict
           move "N" to ws-runlock-stale
           move spaces to ws-runlock-other-master
           move function current-date to ws-runlock-stamp
           open i-o runlockfile
           if file-status = "35"
               close runlockfile
               open output runlockfile
               close runlockfile
               open i-o runlockfile
           end-if
           move ws-runlock-job to Runlock-Job
           read runlockfile
               invalid key
                   perform p883-fill-lock-row
                   write Runlock-Record
                       invalid key
                           move "Y" to ws-runlock-conflict
                           move ws-runlock-job to ws-runlock-other-job
                           move ws-runlock-stamp to
                             ws-runlock-other-started
                   end-write
               not invalid key
                   perform p884-check-stale
                   if run-lock-stale
                       move "N" to ws-runlock-stale
                       move spaces to Runlocklog-Text
                       string "  LOCK " function trim (ws-runlock-job)
                         " TOOK OVER STALE LOCK SINCE "
                         Runlock-Started(1:14)
                         delimited by size into Runlocklog-Text
                       perform p887-write-lock-log
                       perform p883-fill-lock-row
                       rewrite Runlock-Record
                           invalid key
                               continue
                       end-rewrite
                   else
                       move "Y" to ws-runlock-conflict
                       move Runlock-Job to ws-runlock-other-job
                       move Runlock-Started to
                         ws-runlock-other-started
                       move "THIS JOB" to ws-runlock-other-master
                   end-if
           end-read
           if run-lock-conflict
               close runlockfile
               exit paragraph
           end-if

           move "N" to ws-runlock-eof
           move low-value to Runlock-Job
           start runlockfile key is not less than Runlock-Job
               invalid key
                   move "Y" to ws-runlock-eof
           end-start
           perform until run-lock-eof or run-lock-conflict
               read runlockfile next record
                   at end
                       move "Y" to ws-runlock-eof
                   not at end
                       if Runlock-Job not equal ws-runlock-job
                           if run-lock-is-outer or
                             Runlock-Job not equal
                             ws-runlock-outer-job
                               perform p886-compare-masters
                           end-if
                       end-if
               end-read
           end-perform
           if run-lock-conflict
               move ws-runlock-job to Runlock-Job
               delete runlockfile record
                   invalid key
                       continue
               end-delete
           else
               move "Y" to ws-runlock-held
           end-if
           close runlockfile.

       p883-fill-lock-row.
           move ws-runlock-job to Runlock-Job
           move ws-runlock-masters to Runlock-Masters
           move ws-session-user-id to Runlock-User-ID
           move ws-runlock-stamp to Runlock-Started
           move ws-runlock-max-minutes to Runlock-Max-Minutes.

       p884-check-stale.

      *  A ROW IS STALE ONCE IT IS OLDER THAN THE MAXIMUM RUN TIME
      *  ITS JOB DECLARED - NO JOB RUNS THAT LONG, SO IT DIED.
           move "N" to ws-runlock-stale
           if Runlock-Started(1:12) is not numeric
               move "Y" to ws-runlock-stale
               exit paragraph
           end-if
           compute ws-runlock-row-minutes =
             function integer-of-date
               (function numval (Runlock-Started(1:8))) * 1440
             + function numval (Runlock-Started(9:2)) * 60
             + function numval (Runlock-Started(11:2))
           compute ws-runlock-now-minutes =
             function integer-of-date
               (function numval (ws-runlock-stamp(1:8))) * 1440
             + function numval (ws-runlock-stamp(9:2)) * 60
             + function numval (ws-runlock-stamp(11:2))
           if ws-runlock-now-minutes greater than
             ws-runlock-row-minutes + Runlock-Max-Minutes
               move "Y" to ws-runlock-stale
           end-if.

       p886-compare-masters.

      *  ANOTHER JOB'S ROW CLASHES WHEN EITHER SIDE HOLDS ALL OR THE
      *  TWO SHARE A MASTER NAME.
           move spaces to ws-runlock-their-table
           unstring Runlock-Masters delimited by all " "
             into ws-runlock-their-master(1)
             ws-runlock-their-master(2) ws-runlock-their-master(3)
             ws-runlock-their-master(4) ws-runlock-their-master(5)
             ws-runlock-their-master(6)
           end-unstring
           if ws-runlock-my-master(1) equal "ALL" or
             ws-runlock-their-master(1) equal "ALL"
               move "ALL" to ws-runlock-other-master
               move "Y" to ws-runlock-conflict
           end-if
           perform varying ws-runlock-my-sub from 1 by 1
             until ws-runlock-my-sub greater than 6 or
             run-lock-conflict
               if ws-runlock-my-master(ws-runlock-my-sub) not equal
                 spaces
                   perform varying ws-runlock-their-sub from 1 by 1
                     until ws-runlock-their-sub greater than 6 or
                     run-lock-conflict
                       if ws-runlock-their-master(ws-runlock-their-sub)
                         equal ws-runlock-my-master(ws-runlock-my-sub)
                           move ws-runlock-my-master(ws-runlock-my-sub)
                             to ws-runlock-other-master
                           move "Y" to ws-runlock-conflict
                       end-if
                   end-perform
               end-if
           end-perform
           if run-lock-conflict
               move Runlock-Job to ws-runlock-other-job
               move Runlock-Started to ws-runlock-other-started
               perform p884-check-stale
           end-if.

       p885-release-run-lock.
           if not run-lock-held
               exit paragraph
           end-if
           open i-o runlockfile
           if file-status not equal "35"
               move ws-runlock-job to Runlock-Job
               delete runlockfile record
                   invalid key
                       continue
               end-delete
           end-if
           close runlockfile
           move "N" to ws-runlock-held
           if run-lock-is-outer
               move spaces to ws-runlock-outer-job
               move "N" to ws-runlock-is-outer
           end-if.

       p887-write-lock-log.
           display function trim (Runlocklog-Text)
           open extend runlocklogfile
           if file-status = "35"
               close runlocklogfile
               open output runlocklogfile
               close runlocklogfile
               open extend runlocklogfile
           end-if
           write Runlocklog-Line
           close runlocklogfile.
