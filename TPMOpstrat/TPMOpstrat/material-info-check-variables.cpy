      *  MATERIAL INFORMATION CHECK WORK AREA FOR
      *  MATERIAL-INFO-CHECK.CPY. THE CALLER SETS THE PROPERTY; BACK
      *  COMES THE RECORD'S FACTS (BLANK/ZERO WHEN THERE IS NONE),
      *  THE LEASE YEARS REMAINING, WHETHER EVERY MANDATORY ITEM IS
      *  PRESENT, AND IF NOT WHICH ARE MISSING.
       01 ws-mat-property pic x(10) value spaces.
       01 ws-mat-found pic x(1) value "N".
         88 mat-found value "Y".
       01 ws-mat-complete pic x(1) value "N".
         88 mat-complete value "Y".
       01 ws-mat-band pic x(1) value spaces.
       01 ws-mat-tenure pic x(1) value spaces.
       01 ws-mat-lease-end pic x(8) value spaces.
       01 ws-mat-lease-years pic 9(3) value zero.
       01 ws-mat-ground-rent pic 9(5)v99 value zero.
       01 ws-mat-service-charge pic 9(5)v99 value zero.
       01 ws-mat-charges-known pic x(1) value spaces.
       01 ws-mat-restrict-flag pic x(1) value spaces.
       01 ws-mat-restrictions pic x(60) value spaces.
       01 ws-mat-flood-risk pic x(1) value spaces.
       01 ws-mat-updated pic x(21) value spaces.
       01 ws-mat-missing pic x(60) value spaces.
       01 ws-mat-work pic x(60) value spaces.
       01 ws-mat-missing-count pic 9(1) value zero.
       01 ws-mat-item pic x(12) value spaces.
       01 ws-mat-end-int pic 9(8) value zero.
       01 ws-mat-today-int pic 9(8) value zero.
