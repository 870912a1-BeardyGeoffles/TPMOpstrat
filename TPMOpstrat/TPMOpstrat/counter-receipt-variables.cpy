      *  SCRATCH FIELDS FOR THE COUNTER RECEIPTS FILE, SHARED BY
      *  EVERY MODULE THAT TAKES CASH OR CHEQUES OVER THE COUNTER
      *  VIA POST-COUNTER-RECEIPT.CPY. THE CALLER SETS THE METHOD,
      *  AMOUNT, DATE TAKEN, SOURCE AND SOURCE REFERENCE AND THE
      *  PROPERTY; ANY OTHER METHOD IS NOT COUNTER MONEY AND IS
      *  IGNORED.
       01 ws-ctr-method pic x(2) value spaces.
         88 ctr-counter-method value "CA" "CH".
       01 ws-ctr-amount pic 9(9)v99 value zero.
       01 ws-ctr-date pic x(8) value spaces.
       01 ws-ctr-source pic x(2) value spaces.
       01 ws-ctr-source-id pic x(10) value spaces.
       01 ws-ctr-property pic x(10) value spaces.
       01 ws-ctr-branch pic x(3) value spaces.
       01 ws-ctr-numeric pic 9(10) value zero.
       01 ws-ctr-eof pic x value "0".
         88 ctr-eof value "1".
       01 ws-ctr-seq-missing pic x value "0".
         88 ctr-seq-missing value "1".
       01 ws-ctr-found pic x value "N".
         88 ctr-row-found value "Y".
       01 ws-ctr-banked pic x value "N".
         88 ctr-already-banked value "Y".
