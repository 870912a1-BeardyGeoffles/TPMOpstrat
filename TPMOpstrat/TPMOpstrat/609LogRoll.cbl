      *  A DIGEST. SEGMENTS BEYOND THE RETENTION COUNT (KEEP NNN ON
      *  THE COMMAND LINE, TWELVE BY DEFAULT) ARE TRIMMED OLDEST
      *  FIRST. RUN MONTHLY FROM THE SCHEDULER.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.

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

              select livelogfile assign dynamic
                ws-path-livelogfile
              organization line sequential
      *  ONE LOG LINE - GENERIC BUFFER WIDE ENOUGH FOR THE WIDEST
      *  OF THE FOUR LOGS (THE ARCHIVE LOG'S FULL RECORD IMAGES).
       01 Livelog-Line.
         03 Livelog-Text pic x(560).

       fd seglogfile.
       01 Seglog-Line.
         03 Seglog-Text pic x(560).

       fd tmplogfile.
       01 Tmplog-Line.
         03 Tmplog-Text pic x(560).

       fd logsegfile.
       copy "logsegrec.cpy".
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
       01 ws-seg-count pic 9(7) value zero.
       01 ws-seg-bytes pic 9(9) value zero.
       01 ws-line-length pic 9(4) value zero.
       01 ws-reverse-buf pic x(560) value spaces.
       01 ws-count-disp pic ZZZZZZ9 value zero.
       01 ws-moved-disp pic ZZZZZZ9 value zero.


       MAIN section.
           perform p100-setup
           move "LOGROLL" to ws-runlock-job
           move "ALL" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
                 ws-reverse-buf
               inspect ws-reverse-buf
                 tallying ws-line-length for leading spaces
               compute ws-line-length = 560 - ws-line-length
               add ws-line-length to ws-seg-bytes
           else
               move Livelog-Text to Tmplog-Text

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 609LogRoll.
