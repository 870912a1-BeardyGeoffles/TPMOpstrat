      *  SCRATCH FIELDS FOR THE CLIENT MONEY LEDGER, SHARED BY EVERY
      *  MODULE THAT POSTS TO IT OR CHECKS A CLIENT'S BALANCE VIA
      *  POST-CLIENT-LEDGER.CPY. THE CALLER SETS THE CLIENT, TYPE,
      *  SIGNED AMOUNT, PROPERTY AND SOURCE REFERENCE.
       01 ws-cled-client pic x(10) value spaces.
       01 ws-cled-type pic x(2) value spaces.
       01 ws-cled-amount pic s9(9)v99 value zero.
       01 ws-cled-property pic x(10) value spaces.
       01 ws-cled-source pic x(10) value spaces.
       01 ws-cled-balance pic s9(9)v99 value zero.
       01 ws-cled-matched pic s9(9)v99 value zero.
       01 ws-cled-numeric pic 9(10) value zero.
       01 ws-cled-eof pic x value "0".
         88 cled-eof value "1".
       01 ws-cled-seq-missing pic x value "0".
         88 cled-seq-missing value "1".
       01 ws-cled-already pic x value "N".
         88 cled-already-posted value "Y".
