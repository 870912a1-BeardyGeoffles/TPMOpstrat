      *  VOID PERIOD WORK AREA FOR VOID-DAYS.CPY. THE CALLER SETS
      *  THE PROPERTY, THE WINDOW (YYYYMMDD FROM AND TO) AND WHETHER
      *  A VOID STILL RUNNING AFTER THE LAST TENANCY COUNTS (ONLY
      *  WHILE THE PROPERTY IS STILL ON THE LETTINGS BOOKS). BACK
      *  COME THE VOID DAYS FALLING IN THE WINDOW, HOW MANY VOIDS
      *  THEY CAME FROM, AND THE VOIDS ENDED BY A NEW LET IN THE
      *  WINDOW WITH THEIR FULL LENGTH - THE TIME TO LET.
       01 ws-void-property pic x(10) value spaces.
       01 ws-void-from pic 9(8) value zero.
       01 ws-void-to pic 9(8) value zero.
       01 ws-void-open-allowed pic x(1) value "N".
         88 void-open-allowed value "Y".
       01 ws-void-days pic 9(5) value zero.
       01 ws-void-periods pic 9(3) value zero.
       01 ws-void-let-count pic 9(3) value zero.
       01 ws-void-let-days pic 9(7) value zero.
       01 ws-void-tenancies pic 9(3) value zero.
       01 ws-void-table.
         03 ws-void-entry occurs 60 times.
           05 ws-vd-start-int pic 9(8).
           05 ws-vd-end-int pic 9(8).
       01 ws-void-sub pic 9(3) value zero.
       01 ws-void-sub2 pic 9(3) value zero.
       01 ws-void-eof pic x(1) value "0".
         88 void-eof value "1".
       01 ws-void-skip pic x(1) value "N".
         88 void-skip value "Y".
       01 ws-void-from-int pic 9(8) value zero.
       01 ws-void-to-int pic 9(8) value zero.
       01 ws-void-today-int pic 9(8) value zero.
       01 ws-void-gap-start pic 9(8) value zero.
       01 ws-void-gap-end pic 9(8) value zero.
       01 ws-void-next-start pic 9(8) value zero.
       01 ws-void-clip-start pic 9(8) value zero.
       01 ws-void-clip-end pic 9(8) value zero.
