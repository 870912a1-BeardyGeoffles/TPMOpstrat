      *  STAMP DUTY ESTIMATE WORK AREA FOR SDLT-CALC.CPY. THE CALLER
      *  SETS THE DATE (YYYYMMDD), THE PRICE AND THE BUYER'S
      *  CIRCUMSTANCES; BACK COMES THE ESTIMATE IN WHOLE POUNDS AND
      *  A PRINTABLE FORM OF IT, OR N/A WHEN NO BANDS ARE KEYED.
       01 ws-sdlt-date pic x(8) value spaces.
       01 ws-sdlt-price pic 9(9)v99 value zero.
       01 ws-sdlt-first-time pic x(1) value "N".
         88 sdlt-first-time value "Y" "y".
       01 ws-sdlt-additional pic x(1) value "N".
         88 sdlt-additional value "Y" "y".
       01 ws-sdlt-non-resident pic x(1) value "N".
         88 sdlt-non-resident value "Y" "y".
       01 ws-sdlt-estimate pic 9(9) value zero.
       01 ws-sdlt-estimate-disp pic x(11) value spaces.
       01 ws-sdlt-estimate-edit pic ZZZ,ZZZ,ZZ9 value zero.
       01 ws-sdlt-found pic x(1) value "N".
         88 sdlt-found value "Y".
       01 ws-sdlt-eof pic x(1) value "0".
         88 sdlt-eof value "1".

      *  THE BANDS IN FORCE ON THE DATE, ONE SET PER SCHEME.
       01 ws-sdlt-std-from pic x(8) value spaces.
       01 ws-sdlt-std-count pic 9(2) value zero.
       01 ws-sdlt-std-table.
         03 ws-sdlt-std-band occurs 12 times.
           05 ws-sdlt-std-lower pic 9(9).
           05 ws-sdlt-std-percent pic 9(2)v99.
       01 ws-sdlt-ftb-from pic x(8) value spaces.
       01 ws-sdlt-ftb-count pic 9(2) value zero.
       01 ws-sdlt-ftb-cap pic 9(9) value zero.
       01 ws-sdlt-ftb-table.
         03 ws-sdlt-ftb-band occurs 12 times.
           05 ws-sdlt-ftb-lower pic 9(9).
           05 ws-sdlt-ftb-percent pic 9(2)v99.
       01 ws-sdlt-add-from pic x(8) value spaces.
       01 ws-sdlt-add-percent pic 9(2)v99 value zero.
       01 ws-sdlt-nr-from pic x(8) value spaces.
       01 ws-sdlt-nr-percent pic 9(2)v99 value zero.

       01 ws-sdlt-sub pic 9(2) value zero.
       01 ws-sdlt-upper pic 9(9)v99 value zero.
       01 ws-sdlt-slice pic 9(9)v99 value zero.
       01 ws-sdlt-total pic 9(9)v99 value zero.
       01 ws-sdlt-use-ftb pic x(1) value "N".
         88 sdlt-use-ftb value "Y".
