      *  POSSESSION NOTICE RECORD - ONE ROW PER NOTICE SERVED ON A
      *  TENANCY, KEYED ON ITS OWN REFERENCE. TYPE S21 (NO-FAULT,
      *  TWO MONTHS), S8 (GROUNDS-BASED, TWO WEEKS) OR NTQ (NOTICE
      *  TO QUIT, FOUR WEEKS). SERVICE METHOD H(AND), P(OST), R(E-
      *  CORDED DELIVERY) OR E(MAIL). STATUS S(ERVED) UNTIL IT IS
      *  W(ITHDRAWN) OR C(LAIM ISSUED) ON IT. THE NUMBER OF VALIDITY
      *  CHECKS THAT FAILED WHEN IT WAS RECORDED IS KEPT, AND ANY
      *  ADMIN OVERRIDE THAT LET IT THROUGH WITH THE REASON GIVEN.
       01 Notice-Record.
         03 Notice-ID pic x(10).
         03 Notice-Tenancy-ID pic x(10).
         03 Notice-Property-ID pic x(10).
         03 Notice-Type pic x(3).
           88 notice-type-valid value "S21" "S8 " "NTQ".
           88 notice-is-s21 value "S21".
         03 Notice-Served-Date pic x(8).
         03 Notice-Method pic x(1).
           88 notice-method-valid value "H" "P" "R" "E".
         03 Notice-Expiry-Date pic x(8).
         03 Notice-Status pic x(1).
           88 notice-is-served value "S".
           88 notice-is-withdrawn value "W".
           88 notice-claim-issued value "C".
         03 Notice-Checks-Failed pic 9(1).
         03 Notice-Override-User pic x(10).
         03 Notice-Override-Reason pic x(40).
         03 Notice-User-ID pic x(10).
         03 Notice-Recorded pic x(21).
