      *  SCRATCH FIELDS FOR THE BATCH RUN LOCK (RUN-LOCK.CPY). THE
      *  JOB MOVES ITS NAME AND THE MASTERS IT UPDATES (SPACE
      *  SEPARATED, ALL FOR EVERY MASTER) BEFORE CLAIMING; THE WAIT
      *  IS TEN RETRIES THIRTY SECONDS APART. THE OUTERMOST JOB IN A RUN
      *  UNIT IS KEPT IN EXTERNAL STORAGE SO A JOB CALLED BY THE
      *  BATCH DRIVER DOES NOT TRIP OVER THE DRIVER'S OWN LOCK.
       01 ws-runlock-outer is external.
         03 ws-runlock-outer-job pic x(10).
       01 ws-runlock-job pic x(10) value spaces.
       01 ws-runlock-masters pic x(60) value spaces.
       01 ws-runlock-max-minutes pic 9(4) value 240.
       01 ws-runlock-waits pic 9(2) value 10.
       01 ws-runlock-wait-seconds pic 9(4) value 30.
       01 ws-runlock-attempt pic 9(2) value zero.
       01 ws-runlock-held pic x(1) value "N".
         88 run-lock-held value "Y".
       01 ws-runlock-is-outer pic x(1) value "N".
         88 run-lock-is-outer value "Y".
       01 ws-runlock-conflict pic x(1) value "N".
         88 run-lock-conflict value "Y".
       01 ws-runlock-stale pic x(1) value "N".
         88 run-lock-stale value "Y".
       01 ws-runlock-eof pic x(1) value "N".
         88 run-lock-eof value "Y".
       01 ws-runlock-other-job pic x(10) value spaces.
       01 ws-runlock-other-started pic x(21) value spaces.
       01 ws-runlock-other-master pic x(10) value spaces.
       01 ws-runlock-my-table.
         03 ws-runlock-my-master pic x(10) occurs 6 times.
       01 ws-runlock-their-table.
         03 ws-runlock-their-master pic x(10) occurs 6 times.
       01 ws-runlock-my-sub pic 9(2) value zero.
       01 ws-runlock-their-sub pic 9(2) value zero.
       01 ws-runlock-now-minutes pic 9(9) value zero.
       01 ws-runlock-row-minutes pic 9(9) value zero.
       01 ws-runlock-stamp pic x(21) value spaces.
       01 ws-path-runlockfile pic x(60) value spaces.
       01 ws-path-runlocklogfile pic x(60) value spaces.
