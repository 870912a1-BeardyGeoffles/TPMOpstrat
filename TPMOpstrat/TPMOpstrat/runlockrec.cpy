      *  RUN LOCK RECORD - ONE ROW PER BATCH JOB RUNNING NOW, KEYED
      *  ON THE JOB NAME. A JOB WRITES ITS ROW AS IT STARTS, NAMING
      *  THE MASTER FILES IT UPDATES (ALL = EVERY MASTER, FOR THE
      *  JOBS THAT NEED THE DATA STILL - BACKUP, REBUILD, LOG ROLL,
      *  END OF DAY), AND DELETES IT AS IT FINISHES. A SECOND JOB
      *  SHARING A MASTER, OR A SECOND COPY OF THE SAME JOB, WAITS
      *  AND THEN REFUSES. A ROW OLDER THAN ITS OWN MAXIMUM RUN TIME
      *  WAS LEFT BY A JOB THAT DIED - IT STILL BLOCKS THE OTHER
      *  JOBS UNTIL SOMEONE LOOKS, AND THE NEXT RUN OF THE SAME JOB
      *  TAKES IT OVER. THE BATCH MONITOR SHOWS EVERY ROW.
       01 Runlock-Record.
         03 Runlock-Job pic x(10).
         03 Runlock-Masters pic x(60).
         03 Runlock-User-ID pic x(10).
         03 Runlock-Started pic x(21).
         03 Runlock-Max-Minutes pic 9(4).
