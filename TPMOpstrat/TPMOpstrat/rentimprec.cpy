      *  RENT IMPORT REGISTER - ONE ROW PER CLIENT ACCOUNT STATEMENT
      *  CREDIT TAKEN IN BY THE RENT RECEIPT IMPORT, KEYED ON ITS OWN
      *  REFERENCE. THE STATEMENT DATE, AMOUNT AND DESCRIPTION ARE
      *  KEPT AS THE BANK SENT THEM SO A RE-RUN OF THE SAME EXPORT
      *  RECOGNISES WHAT IT HAS ALREADY TAKEN. STATUS IS P(OSTED)
      *  AUTOMATICALLY, S(USPENSE) AWAITING THE LETTINGS DESK, OR
      *  A(LLOCATED) BY HAND FROM THE SUSPENSE SCREEN. THE MATCH
      *  SAYS HOW THE TENANCY WAS FOUND - R(EFERENCE) QUOTED BY THE
      *  PAYER, A(MOUNT) EQUAL TO ONE TENANCY'S RENT, OR H(AND).
       01 Rimp-Record.
         03 Rimp-ID pic x(10).
         03 Rimp-Stmt-Date pic x(8).
         03 Rimp-Amount pic 9(7)v99.
         03 Rimp-Description pic x(40).
         03 Rimp-Status pic x(1).
           88 rimp-is-posted value "P" "p".
           88 rimp-in-suspense value "S" "s".
           88 rimp-is-allocated value "A" "a".
         03 Rimp-Match pic x(1).
           88 rimp-by-reference value "R" "r".
           88 rimp-by-amount value "A" "a".
           88 rimp-by-hand value "H" "h".
         03 Rimp-Tenancy-ID pic x(10).
         03 Rimp-Rent-ID pic x(10).
         03 Rimp-Reason pic x(30).
         03 Rimp-Imported pic x(21).
         03 Rimp-Alloc-User pic x(10).
         03 Rimp-Alloc-Date pic x(8).
