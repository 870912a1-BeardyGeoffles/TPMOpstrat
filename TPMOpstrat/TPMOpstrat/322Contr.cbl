
      *  CONTRACTOR MASTER MAINTENANCE - THE TRADESPEOPLE WE SEND
      *  INTO MANAGED PROPERTIES, WITH TRADE, PHONE AND INSURANCE
      *  EXPIRY. REACHED FROM THE MAINTENANCE JOBS SCREEN. THE
      *  BANK SORT CODE AND ACCOUNT ARE WHAT THE PAYMENT RUN PAYS
      *  COMPLETED JOBS TO.

       environment division.

         05 ws-contractor-trade pic x(15) value spaces.
         05 ws-contractor-phone pic x(15) value spaces.
         05 ws-contractor-ins pic x(8) value spaces.
         05 ws-contractor-sort pic x(8) value spaces.
         05 ws-contractor-account pic x(10) value spaces.
       01 ws-new-firm PIC X(1) value "N".
         88 new-firm value "Y" "y".
       01 ws-save-changes PIC X(1) value "N".
         03 line 9 col 2 value "Insurance expiry: [".
         03 pic x(8) using ws-contractor-ins highlight prompt " ".
         03 value "] YYYYMMDD".
         03 line 10 col 2 value "Bank sort code: [".
         03 pic x(8) using ws-contractor-sort highlight prompt " ".
         03 value "]  Account no: [".
         03 pic x(10) using ws-contractor-account highlight
           prompt " ".
         03 value "]".
         03 line 11 col 2 value "Save?: [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
               move spaces to ws-contractor-trade
               move spaces to ws-contractor-phone
               move spaces to ws-contractor-ins
               move spaces to ws-contractor-sort
               move spaces to ws-contractor-account
           end-if.

       p250-update-contractor.
