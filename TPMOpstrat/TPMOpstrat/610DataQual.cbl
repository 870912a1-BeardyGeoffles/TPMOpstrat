      *  RUN SO THE BACKLOG CAN BE WATCHED BURNING DOWN, AND THE
      *  EXIT STATUS IS NONZERO WHILE HIGH-SEVERITY EXCEPTIONS
      *  REMAIN. RUN FROM THE OPERATING SYSTEM SCHEDULER.
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

              select PropertyFile assign dynamic
              ws-path-propertyfile
              organization indexed
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

       MAIN section.
           perform p100-setup
           move "DATAQUAL" to ws-runlock-job
           move "DATAQUAL" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 610DataQual.
