      *  DRY RUN REPORT LINE - ONE LINE PER RECORD THE JOB WOULD
      *  CHANGE, WITH ITS BEFORE AND AFTER VALUES, BETWEEN A HEADER
      *  SAYING NOTHING WAS CHANGED AND A TRAILER CARRYING THE TOKEN.
       01 Simrpt-Line.
         03 Simrpt-Text pic x(132).
