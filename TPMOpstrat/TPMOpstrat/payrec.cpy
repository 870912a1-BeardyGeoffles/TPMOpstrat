         03 Pay-Amount pic 9(9)v99.
         03 Pay-Date pic x(8).
         03 Pay-Method pic x(2).
      *  SET BY THE RETURNED PAYMENTS SCREEN WHEN THE BANK RETURNS
      *  THE PAYMENT UNPAID, WITH THE DATE IT CAME BACK. A RETURNED
      *  ALLOCATION STAYS ON RECORD BUT NO LONGER COUNTS TOWARDS
      *  THE INVOICE BEING PAID.
         03 Pay-Returned pic x(1).
           88 pay-is-returned value "Y".
         03 Pay-Return-Date pic x(8).
