
         88 do-earnings value "Y" "y".

       01 ws-do-travel PIC X(1) value "N".

         88 do-travel value "Y" "y".

       01 ws-maintain-branches PIC X(1) value "N".

         88 maintain-branches value "Y" "y".

       copy "journal-variables.cpy".

       01 ws-archive-data pic x(500) value spaces.

       01 ws-fileio-last-status pic xx value spaces.


         03 value "]".

         03 line 19 col 30 value "Travel times?: [".

         03 pic x(1) using ws-do-travel highlight prompt " ".

         03 value "]".

         03 line 20 col 55 value "Earnings?:    [".

         03 pic x(1) using ws-do-earnings highlight prompt " ".

           else

           if not done and do-travel

               call "122Travel"

               move "N" to ws-do-travel

           else

           if not done and do-calendar

               call "119Cal"

           end-if

           end-if

           end-if.

           copy "get-system-date.cpy".
