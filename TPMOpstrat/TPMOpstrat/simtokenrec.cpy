      *  SIMULATION TOKEN RECORD - ONE ROW PER DRY RUN OF A
      *  DESTRUCTIVE OR BULK-UPDATE JOB, KEYED ON THE TOKEN PRINTED
      *  ON ITS REPORT. IT HOLDS THE JOB, THE PARAMETERS IT RAN WITH,
      *  HOW MANY RECORDS IT WOULD HAVE CHANGED AND A CHECK VALUE
      *  OVER EVERY BEFORE-AND-AFTER LINE OF THE REPORT, PLUS THE
      *  CATALOGUE REFERENCE OF THE REPORT ITSELF. A LIVE RUN THAT
      *  QUOTES THE TOKEN REPEATS THE SELECTION FIRST AND GOES AHEAD
      *  ONLY IF IT COMES OUT IDENTICAL, SO WHAT RUNS IS EXACTLY WHAT
      *  WAS REVIEWED; THE TOKEN IS THEN MARKED USED. O=OPEN U=USED.
       01 Simtok-Record.
         03 Simtok-ID pic x(10).
         03 Simtok-Job pic x(9).
         03 Simtok-Params pic x(30).
         03 Simtok-Count pic 9(7).
         03 Simtok-Checksum pic 9(15).
         03 Simtok-Created pic x(21).
         03 Simtok-User-ID pic x(10).
         03 Simtok-Report-ID pic x(10).
         03 Simtok-Status pic x(1).
           88 simtok-open value "O".
           88 simtok-used value "U".
         03 Simtok-Used-Date pic x(21).
         03 Simtok-Used-By pic x(10).
