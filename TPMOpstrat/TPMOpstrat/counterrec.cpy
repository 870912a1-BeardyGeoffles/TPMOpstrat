      *  COUNTER RECEIPT RECORD - ONE ROW PER CASH OR CHEQUE PAYMENT
      *  TAKEN OVER A BRANCH COUNTER, KEYED ON ITS OWN REFERENCE.
      *  POSTED BY THE SCREEN THE MONEY WAS TAKEN ON - MONIES
      *  RECEIVED (SOURCE MN, AGAINST THE RECEIPT NUMBER) OR RENT
      *  POSTING (SOURCE RN, AGAINST THE RENT ROW) - SO THE BRANCH
      *  CAN PRODUCE ITS END-OF-DAY BANKING SHEET AND PROVE THAT
      *  EVERYTHING TAKEN WAS PAID IN. METHOD: CA=CASH, CH=CHEQUE.
      *  THE PAYING-IN REFERENCE AND BANKED DATE ARE STAMPED ON
      *  THE BANKING SHEET SCREEN ONCE THE SLIP IS CONFIRMED; BLANK
      *  MEANS STILL UNDEPOSITED. EVERY ROW UNDER ONE PAYING-IN
      *  REFERENCE IS ONE SLIP, WHICH THE BANK RECONCILIATION
      *  MATCHES TO A SINGLE BANK CREDIT.
       01 Ctr-Record.
         03 Ctr-ID pic x(10).
         03 Ctr-Branch pic x(3).
         03 Ctr-Date pic x(8).
         03 Ctr-Method pic x(2).
           88 ctr-is-cash value "CA".
           88 ctr-is-cheque value "CH".
         03 Ctr-Amount pic 9(9)v99.
         03 Ctr-Source pic x(2).
           88 ctr-from-monies value "MN".
           88 ctr-from-rent value "RN".
         03 Ctr-Source-ID pic x(10).
         03 Ctr-Property-ID pic x(10).
         03 Ctr-Taken-By pic x(10).
         03 Ctr-Paying-In pic x(10).
         03 Ctr-Banked-Date pic x(8).
