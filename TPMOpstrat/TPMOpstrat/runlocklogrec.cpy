      *  ONE RUN LOG LINE, AS WRITTEN BY THE RUN LOCK WHEN A JOB HAS
      *  TO WAIT, IS REFUSED OR TAKES OVER A STALE LOCK - THE SAME
      *  LOG THE BATCH DRIVER AND THE OVERNIGHT JOBS APPEND TO.
       01 Runlocklog-Line.
         03 Runlocklog-Text pic x(110).
