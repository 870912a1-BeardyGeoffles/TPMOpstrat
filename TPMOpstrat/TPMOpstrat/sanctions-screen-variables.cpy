      *  SANCTIONS AND PEP SCREENING WORK AREA FOR
      *  SANCTIONS-SCREEN.CPY. THE CALLER SETS THE CUSTOMER, NAME
      *  AND POSTCODE; BACK COMES THE SCREENING STATUS FOR THE
      *  CUSTOMER RECORD (BLANK WHEN NO LIST IS LOADED), THE DATE OF
      *  THE LIST USED AND HOW MANY NEW POSSIBLE MATCHES WENT ON THE
      *  REVIEW QUEUE.
       01 ws-scr-cust-id pic x(10) value spaces.
       01 ws-scr-name pic x(30) value spaces.
       01 ws-scr-postcode pic x(10) value spaces.
       01 ws-scr-status pic x(1) value spaces.
       01 ws-scr-list-date pic x(8) value spaces.
       01 ws-scr-new-hits pic 9(3) value zero.

       01 ws-scr-clean pic x(40) value spaces.
       01 ws-scr-clean-len pic 9(2) value zero.
       01 ws-scr-char pic x(1) value space.
       01 ws-scr-tokens.
         03 ws-scr-token occurs 6 times pic x(20).
       01 ws-scr-token-keys.
         03 ws-scr-token-key occurs 6 times pic x(8).
       01 ws-scr-fore-tokens.
         03 ws-scr-fore occurs 4 times pic x(20).
       01 ws-scr-sub pic 9(2) value zero.
       01 ws-scr-sub2 pic 9(2) value zero.
       01 ws-scr-pc pic x(10) value spaces.
       01 ws-scr-pc-len pic 9(2) value zero.
       01 ws-scr-score pic 9(3) value zero.
       01 ws-scr-fore-score pic 9(3) value zero.
       01 ws-scr-fore-key pic x(8) value spaces.
       01 ws-scr-surname-1 pic x(20) value spaces.
       01 ws-scr-pending pic 9(3) value zero.
       01 ws-scr-confirmed pic 9(3) value zero.
       01 ws-scr-eof pic x(1) value "0".
         88 scr-eof value "1".
       01 ws-scr-hit-eof pic x(1) value "0".
         88 scr-hit-eof value "1".
       01 ws-scr-hit-found pic x(1) value "N".
         88 scr-hit-found value "Y".

      *  SOUND-ALIKE SKELETON OF ONE WORD - FIRST LETTER, THEN THE
      *  CONSONANTS WITH DOUBLES AND LOOK-ALIKES FOLDED TOGETHER.
       01 ws-skel-in pic x(20) value spaces.
       01 ws-skel-out pic x(8) value spaces.
       01 ws-skel-len pic 9(2) value zero.
       01 ws-skel-sub pic 9(2) value zero.
       01 ws-skel-char pic x(1) value space.
       01 ws-skel-last pic x(1) value space.
