      *  AS AN ALARM), THE LAST BATCH RUN'S OUTCOME, AND THE
      *  RECENT END-OF-DAY RUN CONTROL ROWS SO A SKIPPED CLOSE IS
      *  VISIBLE AT A GLANCE - INSTEAD OF FINDING OUT FROM USERS
      *  AT 9AM. THE BATCH RUN LOCKS HELD RIGHT NOW ARE LISTED TOO;
      *  ONE PAST ITS JOB'S MAXIMUM RUN TIME WAS LEFT BY A JOB THAT
      *  DIED, IS MARKED STALE AND RAISES THE ALARM, SINCE IT BLOCKS
      *  EVERY JOB SHARING ITS MASTERS.

       environment division.

              organization line sequential
              file status file-status.

              select runlockfile assign dynamic ws-path-runlockfile
              organization indexed
              access dynamic
              file status file-status
              record key Runlock-Job OF Runlock-Record.

       data division.

       file section.
       01 Batchlog-Line.
         03 Batchlog-Text pic x(110).

       fd runlockfile.
       copy "runlockrec.cpy".

       working-storage section.

       01 user-option PIC X(1) value space.
       01 ws-path-restartfile pic x(60) value spaces.
       01 ws-path-eodfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-runlockfile pic x(60) value spaces.
       copy "data-dir.cpy".

      *  THE MONITOR LINES - NEWEST RUN PER JOB FROM THE RUN LOG,
       01 ws-jl-recs pic x(10) value spaces.
       01 ws-jl-rest pic x(30) value spaces.

      *  RUN LOCKS HELD NOW - ONE RUNNING LIST OVER TWO SCREEN LINES.
       01 ws-lock-draw.
         03 ws-lock-line1 pic x(64).
         03 ws-lock-line2 pic x(76).
       01 ws-lock-ptr pic 9(3) value zero.
       01 ws-lock-count pic 9(3) value zero.
       01 ws-lock-stale-count pic 9(3) value zero.
       01 ws-lock-state pic x(6) value spaces.
       01 ws-lock-now-minutes pic 9(9) value zero.
       01 ws-lock-row-minutes pic 9(9) value zero.

       Screen section.

       01 Monitor-screen.
         03 pic x(76) from ws-jl-line(4) line 9 col 3.
         03 pic x(76) from ws-jl-line(5) line 10 col 3.
         03 pic x(76) from ws-jl-line(6) line 11 col 3.
         03 line 12 col 2 value "Run locks:".
         03 line 12 col 14 pic x(64) from ws-lock-line1.
         03 pic x(76) from ws-lock-line2 line 13 col 3.
         03 line 14 col 2 value
           "Checkpointed jobs (restart rows):".
         03 pic x(76) from ws-job-line(1) line 15 col 3.
           string function trim (ws-data-dir) "eodctl.dat"
             delimited by size into ws-path-eodfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "runlock.dat"
             delimited by size into ws-path-runlockfile.

       p200-process.
           perform p210-getsystemdate
               exit
           end-if
           perform p510-gather-restart-rows
           perform p550-run-locks
           perform p520-last-run-outcome
           perform p530-recent-closes
           perform p540-job-last-runs
                 delimited by size into ws-eod-line(ws-eod-sub)
           end-if.

       p550-run-locks.

      *  EVERY ROW ON THE RUN LOCK FILE IS A JOB RUNNING NOW - OR,
      *  PAST ITS OWN MAXIMUM RUN TIME, ONE THAT DIED HOLDING IT.
      *  THE RUN OF THE SAME JOB TAKES A STALE LOCK OVER; UNTIL THEN
      *  IT IS AN ALARM.
           move spaces to ws-lock-draw
           move 1 to ws-lock-ptr
           move zero to ws-lock-count
           move zero to ws-lock-stale-count
           compute ws-lock-now-minutes =
             function integer-of-date
               (function numval (function current-date(1:8))) * 1440
             + function numval (function current-date(9:2)) * 60
             + function numval (function current-date(11:2))
           move "0" to end-of-file
           open input runlockfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read runlockfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p555-note-run-lock
               end-read
           end-perform
           close runlockfile
           if ws-lock-count equal zero
               move "none held." to ws-lock-line1
           end-if
           if ws-lock-stale-count not equal zero and
             ws-alarm-line equal spaces
               move
               "*** ALARM - STALE RUN LOCK. A JOB DIED HOLDING IT."
                 to ws-alarm-line
           end-if.

       p555-note-run-lock.
           add 1 to ws-lock-count
           move spaces to ws-lock-state
           if Runlock-Started(1:12) is numeric
               compute ws-lock-row-minutes =
                 function integer-of-date
                   (function numval (Runlock-Started(1:8))) * 1440
                 + function numval (Runlock-Started(9:2)) * 60
                 + function numval (Runlock-Started(11:2))
               if ws-lock-now-minutes greater than
                 ws-lock-row-minutes + Runlock-Max-Minutes
                   move " STALE" to ws-lock-state
               end-if
           else
               move " STALE" to ws-lock-state
           end-if
           if ws-lock-state not equal spaces
               add 1 to ws-lock-stale-count
           end-if
           string function trim (Runlock-Job)
             " since " Runlock-Started(7:2) "/"
             Runlock-Started(5:2) " "
             Runlock-Started(9:2) ":" Runlock-Started(11:2)
             ws-lock-state "; "
             delimited by "  " into ws-lock-draw
             with pointer ws-lock-ptr
               on overflow
                   continue
           end-string.

       p300-end.

           copy "menuoption.cpy".
