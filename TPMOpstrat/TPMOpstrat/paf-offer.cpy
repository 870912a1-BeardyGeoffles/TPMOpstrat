      *  OFFERS THE ADDRESSES AT A NEWLY KEYED POSTCODE - SHARED BY
      *  THE CUSTOMER, PROPERTY AND APPRAISAL SCREENS, WHICH ALSO
      *  COPY PAF-LOOKUP.CPY AND DEFINE PAF-PICK-SCREEN. A KEYED
      *  ADDRESS THE FILE HOLDS IS TAKEN IN THE FILE'S SPELLING
      *  WITHOUT A WORD; OTHERWISE THE LIST IS SHOWN AND THE ONE
      *  CHOSEN FILLS THE FIELDS. A POSTCODE THE FILE DOES NOT HOLD
      *  COMES BACK FLAGGED - THE CALLER HOLDS THAT SAVE, AND SAVING
      *  AGAIN WITH THE SAME POSTCODE KEEPS IT (A NEW BUILD CAN BE
      *  AHEAD OF THE FILE). AN UNCHANGED POSTCODE IS NOT LOOKED UP
      *  AGAIN.
       p946-paf-offer-addresses.
           move spaces to ws-paf-result
           move spaces to ws-paf-message
           if ws-paf-postcode equal spaces or
             ws-paf-postcode equal ws-paf-last-postcode
               exit paragraph
           end-if
           move ws-paf-postcode to ws-paf-last-postcode
           perform p948-paf-load-postcode
           if paf-file-missing or ws-paf-key-pc equal spaces
               exit paragraph
           end-if
           if ws-paf-count equal zero
               move "N" to ws-paf-result
               string "Postcode " function trim (ws-paf-postcode)
                 " is not on the address file - check it, or save"
                 " again to keep it."
                 delimited by size into ws-paf-message
               exit paragraph
           end-if
           perform p949-paf-match-address
           if ws-paf-sub not equal zero
               move "M" to ws-paf-result
               perform p945-paf-take-entry
               exit paragraph
           end-if

      *  THE SCREEN HOLDS FIFTEEN - A BIGGER BLOCK IS KEYED IN FULL
      *  AND MATCHED AS ABOVE.
           if ws-paf-count greater than 15
               move "Y" to ws-paf-more
               move 15 to ws-paf-count
           end-if
           move spaces to ws-paf-lines
           perform varying ws-paf-sub from 1 by 1
             until ws-paf-sub greater than ws-paf-count
               move ws-paf-sub to ws-paf-num-disp
               string ws-paf-num-disp "  "
                 function trim (ws-paf-entry-address1 (ws-paf-sub))
                 ", "
                 function trim (ws-paf-entry-address2 (ws-paf-sub))
                 delimited by size into ws-paf-line (ws-paf-sub)
           end-perform
           if paf-more-addresses
               move "More than 15 addresses here - key the address"
                 & " in full if it is not listed." to ws-paf-message
           end-if
           move spaces to ws-paf-pick
           display paf-pick-screen
           accept paf-pick-screen
           move spaces to ws-paf-message
           move zero to ws-paf-pick-num
           if ws-paf-pick not equal spaces and
             function test-numval (ws-paf-pick) equal zero
               move function numval (ws-paf-pick) to ws-paf-pick-num
           end-if
           if ws-paf-pick-num greater than zero and
             ws-paf-pick-num not greater than ws-paf-count
               move ws-paf-pick-num to ws-paf-sub
               move "P" to ws-paf-result
               perform p945-paf-take-entry
               move "Address filled from the postcode address file -"
                 & " check it and save." to ws-paf-message
           else
               move "K" to ws-paf-result
           end-if.

       p945-paf-take-entry.
           move ws-paf-entry-address1 (ws-paf-sub) to ws-paf-address1
           move ws-paf-entry-address2 (ws-paf-sub) to ws-paf-address2
           move ws-paf-entry-postcode (ws-paf-sub) to ws-paf-postcode
           move ws-paf-postcode to ws-paf-last-postcode.
