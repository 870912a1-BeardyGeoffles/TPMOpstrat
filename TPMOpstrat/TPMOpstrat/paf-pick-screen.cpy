      *  ADDRESSES AT A POSTCODE - SHOWN BY PAF-LOOKUP.CPY WHEN THE
      *  ADDRESS KEYED IS NOT ONE THE REFERENCE FILE HOLDS FOR THE
      *  POSTCODE. THE NUMBER CHOSEN FILLS THE ADDRESS FIELDS; A
      *  BLANK KEEPS THE ADDRESS AS KEYED.
       01 paf-pick-screen.
         03 blank screen.

         copy "screen-header.cpy".

         03 foreground-color 14 line 2 col 2 value
           "ADDRESSES AT POSTCODE".
         03 pic x(10) from ws-paf-postcode line 2 col 25.
         03 pic x(76) from ws-paf-line(1) line 4 col 2.
         03 pic x(76) from ws-paf-line(2) line 5 col 2.
         03 pic x(76) from ws-paf-line(3) line 6 col 2.
         03 pic x(76) from ws-paf-line(4) line 7 col 2.
         03 pic x(76) from ws-paf-line(5) line 8 col 2.
         03 pic x(76) from ws-paf-line(6) line 9 col 2.
         03 pic x(76) from ws-paf-line(7) line 10 col 2.
         03 pic x(76) from ws-paf-line(8) line 11 col 2.
         03 pic x(76) from ws-paf-line(9) line 12 col 2.
         03 pic x(76) from ws-paf-line(10) line 13 col 2.
         03 pic x(76) from ws-paf-line(11) line 14 col 2.
         03 pic x(76) from ws-paf-line(12) line 15 col 2.
         03 pic x(76) from ws-paf-line(13) line 16 col 2.
         03 pic x(76) from ws-paf-line(14) line 17 col 2.
         03 pic x(76) from ws-paf-line(15) line 18 col 2.
         03 line 20 col 2 value "Address number:   [".
         03 pic x(2) using ws-paf-pick highlight prompt " ".
         03 value "] blank keeps the address as keyed".
         03 line 25 col 2 pic x(70) from ws-paf-message.
