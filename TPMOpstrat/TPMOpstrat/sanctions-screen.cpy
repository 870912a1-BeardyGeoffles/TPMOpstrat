      *  SANCTIONS AND PEP SCREENING OF ONE CUSTOMER - SHARED BY THE
      *  CUSTOMER SCREEN, THE WEB LEAD IMPORT, THE SCREENING RUN AND
      *  THE REVIEW SCREEN. THE NAME IS BROKEN INTO WORDS (TITLES
      *  AND PUNCTUATION DROPPED) AND EVERY WORD OF TWO LETTERS OR
      *  MORE IS LOOKED UP AS A SURNAME BY ITS SOUND-ALIKE SKELETON,
      *  SO "SMYTH" FINDS "SMITH" AND A NAME KEYED SURNAME FIRST IS
      *  STILL FOUND. EACH CANDIDATE IS SCORED OUT OF 100: SURNAME
      *  60 SPELT THE SAME OR 45 SOUNDING ALIKE, FIRST FORENAME 30
      *  SPELT THE SAME, 20 SOUNDING ALIKE OR 10 ON AN INITIAL (30
      *  WHEN THE ENTRY HAS NO FORENAME), AND 10 MORE WHEN THE LIST
      *  GIVES THE SAME POSTCODE. 65 OR MORE GOES ON THE REVIEW
      *  QUEUE. THE CALLER NEEDS SANCTLISTFILE AND SANHITFILE
      *  SELECTED (NOT OPEN) AND THE SYSTEM DATE SET.
       p930-screen-customer.
           move zero to ws-scr-new-hits
           move spaces to ws-scr-status
           move spaces to ws-scr-list-date
           if ws-scr-cust-id equal spaces or ws-scr-name equal spaces
               exit paragraph
           end-if

           move ws-scr-name to ws-scr-clean
           perform p931-clean-name
           move spaces to ws-scr-pc
           move zero to ws-scr-pc-len
           perform varying ws-scr-sub from 1 by 1
             until ws-scr-sub greater than 10
               if ws-scr-postcode (ws-scr-sub:1) not equal space
                   add 1 to ws-scr-pc-len
                   move function upper-case
                     (ws-scr-postcode (ws-scr-sub:1)) to
                     ws-scr-pc (ws-scr-pc-len:1)
               end-if
           end-perform

      *  NO LIST LOADED YET - LEAVE THE CUSTOMER UNSCREENED SO THE
      *  SCREENING RUN PICKS THEM UP ONCE ONE ARRIVES.
           open input sanctlistfile
           if file-status = "35"
               close sanctlistfile
               exit paragraph
           end-if
           read sanctlistfile next record
               at end
                   close sanctlistfile
                   exit paragraph
           end-read
           move Sanct-List-Date to ws-scr-list-date

           open i-o sanhitfile
           if file-status = "35"
               close sanhitfile
               open output sanhitfile
               close sanhitfile
               open i-o sanhitfile
           end-if

           perform varying ws-scr-sub from 1 by 1
             until ws-scr-sub greater than 6
               if ws-scr-token (ws-scr-sub) (2:1) not equal space
                   move ws-scr-token-key (ws-scr-sub) to
                     Sanct-Surname-Key
                   move "0" to ws-scr-eof
                   start sanctlistfile key is equal to
                     Sanct-Surname-Key
                       invalid key
                           move "1" to ws-scr-eof
                   end-start
                   perform until scr-eof
                       read sanctlistfile next record
                           at end
                               move "1" to ws-scr-eof
                           not at end
                               if Sanct-Surname-Key not equal
                                 ws-scr-token-key (ws-scr-sub)
                                   move "1" to ws-scr-eof
                               else
                                   perform p933-score-entry
                               end-if
                       end-read
                   end-perform
               end-if
           end-perform
           close sanctlistfile

           perform p936-derive-screen-status
           close sanhitfile.

       p931-clean-name.

      *  CAPITALS, APOSTROPHES CLOSED UP ("O'BRIEN" IS "OBRIEN"),
      *  ANY OTHER NON-LETTER A WORD BREAK; UP TO SIX WORDS WITH
      *  TITLES LEFT OUT, EACH WITH ITS SKELETON ALONGSIDE.
           move function upper-case (ws-scr-clean) to ws-scr-clean
           move spaces to ws-scr-tokens
           move spaces to ws-scr-token-keys
           move 1 to ws-scr-sub
           move zero to ws-scr-clean-len
           perform varying ws-scr-sub2 from 1 by 1
             until ws-scr-sub2 greater than 40 or
             ws-scr-sub greater than 6
               move ws-scr-clean (ws-scr-sub2:1) to ws-scr-char
               evaluate TRUE
                   when ws-scr-char equal "'" or ws-scr-char
                     equal "`"
                       continue
                   when ws-scr-char is alphabetic and
                     ws-scr-char not equal space
                       if ws-scr-clean-len less than 20
                           add 1 to ws-scr-clean-len
                           move ws-scr-char to ws-scr-token
                             (ws-scr-sub) (ws-scr-clean-len:1)
                       end-if
                   when other
                       if ws-scr-clean-len greater than zero
                           evaluate ws-scr-token (ws-scr-sub)
                               when "MR"
                               when "MRS"
                               when "MS"
                               when "MISS"
                               when "MX"
                               when "DR"
                               when "SIR"
                               when "DAME"
                               when "LORD"
                               when "LADY"
                               when "PROF"
                               when "REV"
                                   move spaces to
                                     ws-scr-token (ws-scr-sub)
                               when other
                                   add 1 to ws-scr-sub
                           end-evaluate
                           move zero to ws-scr-clean-len
                       end-if
               end-evaluate
           end-perform
           perform varying ws-scr-sub from 1 by 1
             until ws-scr-sub greater than 6
               if ws-scr-token (ws-scr-sub) not equal spaces
                   move ws-scr-token (ws-scr-sub) to ws-skel-in
                   perform p932-skeleton
                   move ws-skel-out to ws-scr-token-key (ws-scr-sub)
               end-if
           end-perform.

       p932-skeleton.

      *  FIRST LETTER, THEN EACH CONSONANT NOT THE SAME AS THE ONE
      *  BEFORE IT; VOWELS, H, W AND Y ARE SILENT, AND K/Q SOUND AS
      *  C, Z AS S AND V AS F. "MOHAMMED" AND "MUHAMMAD" BOTH GIVE
      *  "MD".
           move spaces to ws-skel-out
           move zero to ws-skel-len
           move space to ws-skel-last
           perform varying ws-skel-sub from 1 by 1
             until ws-skel-sub greater than 20 or
             ws-skel-in (ws-skel-sub:1) equal space
               move ws-skel-in (ws-skel-sub:1) to ws-skel-char
               evaluate ws-skel-char
                   when "K"
                   when "Q"
                       move "C" to ws-skel-char
                   when "Z"
                       move "S" to ws-skel-char
                   when "V"
                       move "F" to ws-skel-char
               end-evaluate
               evaluate TRUE
                   when ws-skel-sub equal 1
                       move 1 to ws-skel-len
                       move ws-skel-char to ws-skel-out (1:1)
                       move ws-skel-char to ws-skel-last
                   when ws-skel-char equal "A" or "E" or "I" or
                     "O" or "U" or "Y" or "H" or "W"
                       continue
                   when ws-skel-char equal ws-skel-last
                       continue
                   when ws-skel-len less than 8
                       add 1 to ws-skel-len
                       move ws-skel-char to
                         ws-skel-out (ws-skel-len:1)
                       move ws-skel-char to ws-skel-last
               end-evaluate
           end-perform.

       p933-score-entry.
           move spaces to ws-scr-surname-1
           unstring Sanct-Surname delimited by all space
             into ws-scr-surname-1
           end-unstring
           if ws-scr-token (ws-scr-sub) equal ws-scr-surname-1
               move 60 to ws-scr-score
           else
               move 45 to ws-scr-score
           end-if

           move spaces to ws-scr-fore-tokens
           unstring Sanct-Forenames delimited by all space
             into ws-scr-fore (1) ws-scr-fore (2) ws-scr-fore (3)
             ws-scr-fore (4)
           end-unstring
           if ws-scr-fore (1) equal spaces
               move 30 to ws-scr-fore-score
           else
               move zero to ws-scr-fore-score
               move ws-scr-fore (1) to ws-skel-in
               perform p932-skeleton
               move ws-skel-out to ws-scr-fore-key
               perform varying ws-scr-sub2 from 1 by 1
                 until ws-scr-sub2 greater than 6
                   if ws-scr-sub2 not equal ws-scr-sub and
                     ws-scr-token (ws-scr-sub2) not equal spaces
                       perform p934-compare-forename
                   end-if
               end-perform
           end-if
           add ws-scr-fore-score to ws-scr-score

           if Sanct-Postcode not equal spaces and
             Sanct-Postcode equal ws-scr-pc
               add 10 to ws-scr-score
           end-if

           if ws-scr-score not less than 65
               perform p935-record-hit
           end-if.

       p934-compare-forename.
           evaluate TRUE
               when ws-scr-token (ws-scr-sub2) equal ws-scr-fore (1)
                   move 30 to ws-scr-fore-score
               when ws-scr-token (ws-scr-sub2) (2:1) not equal space
                 and ws-scr-fore (1) (2:1) not equal space and
                 ws-scr-token-key (ws-scr-sub2) equal
                 ws-scr-fore-key and ws-scr-fore-score less than 20
                   move 20 to ws-scr-fore-score
               when (ws-scr-token (ws-scr-sub2) (2:1) equal space or
                 ws-scr-fore (1) (2:1) equal space) and
                 ws-scr-token (ws-scr-sub2) (1:1) equal
                 ws-scr-fore (1) (1:1) and
                 ws-scr-fore-score less than 10
                   move 10 to ws-scr-fore-score
           end-evaluate.

       p935-record-hit.

      *  A MATCH ALREADY ON THE QUEUE - PENDING OR DECIDED - IS LEFT
      *  AS IT IS, SO A DISMISSED MATCH STAYS DISMISSED.
           move ws-scr-cust-id to Sanhit-Cust-ID
           move Sanct-Entry-ID to Sanhit-Entry-ID
           move "Y" to ws-scr-hit-found
           read sanhitfile
               invalid key
                   move "N" to ws-scr-hit-found
           end-read
           if scr-hit-found
               exit paragraph
           end-if
           move spaces to Sanhit-Record
           move ws-scr-cust-id to Sanhit-Cust-ID
           move Sanct-Entry-ID to Sanhit-Entry-ID
           move Sanct-Type to Sanhit-Type
           string function trim (Sanct-Forenames) " "
             function trim (Sanct-Surname)
             delimited by size into Sanhit-Listed-Name
           move Sanct-Detail to Sanhit-Detail
           move ws-scr-score to Sanhit-Score
           if Sanhit-Score greater than 100
               move 100 to Sanhit-Score
           end-if
           move ws-system-date(1:8) to Sanhit-Found
           move Sanct-List-Date to Sanhit-List-Date
           move "P" to Sanhit-Status
           write Sanhit-Record
               invalid key
                   continue
               not invalid key
                   add 1 to ws-scr-new-hits
           end-write.

       p936-derive-screen-status.

      *  THE CUSTOMER'S STATUS FOLLOWS EVERY MATCH ON THE QUEUE FOR
      *  THEM: ANY CONFIRMED IS H, ELSE ANY PENDING IS R, ELSE C.
      *  THE CALLER HAS SANHITFILE OPEN.
           move zero to ws-scr-pending
           move zero to ws-scr-confirmed
           move ws-scr-cust-id to Sanhit-Cust-ID
           move low-values to Sanhit-Entry-ID
           move "0" to ws-scr-hit-eof
           start sanhitfile key is not less than Sanhit-Key
               invalid key
                   move "1" to ws-scr-hit-eof
           end-start
           perform until scr-hit-eof
               read sanhitfile next record
                   at end
                       move "1" to ws-scr-hit-eof
                   not at end
                       if Sanhit-Cust-ID not equal ws-scr-cust-id
                           move "1" to ws-scr-hit-eof
                       else
                           if sanhit-is-confirmed
                               add 1 to ws-scr-confirmed
                           end-if
                           if sanhit-is-pending
                               add 1 to ws-scr-pending
                           end-if
                       end-if
               end-read
           end-perform
           evaluate TRUE
               when ws-scr-confirmed greater than zero
                   move "H" to ws-scr-status
               when ws-scr-pending greater than zero
                   move "R" to ws-scr-status
               when other
                   move "C" to ws-scr-status
           end-evaluate.
