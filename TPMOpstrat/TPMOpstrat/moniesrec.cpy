      *  CAN BUCKET REFUND MOVEMENTS BY PERIOD. BLANK ON RECEIPTS
      *  NEVER REFUNDED AND ON REFUNDS PREDATING THE DATE.
         03 Monies-Refund-Date pic x(8).
      *  A LETTINGS HOLDING DEPOSIT STARTS THE 15-DAY DEADLINE FOR
      *  AGREEING THE TENANCY, HELD HERE. IT IS THEN EITHER
      *  CONVERTED (PUT TOWARDS THE DEPOSIT OR FIRST RENT WHEN THE
      *  TENANCY IS SET UP) OR REFUNDED. BLANK ON OTHER PAYMENTS.
         03 Monies-HD-Deadline pic x(8).
         03 Monies-Converted pic x(1).
           88 monies-is-converted value "Y" "y".
      *  SET BY THE RETURNED PAYMENTS SCREEN WHEN THE BANK RETURNS
      *  THE PAYMENT UNPAID - A BOUNCED CHEQUE OR A RECALLED CREDIT
      *  - WITH THE DATE IT CAME BACK. LIKE A REFUND, A RETURNED
      *  PAYMENT STAYS ON RECORD BUT DROPS OUT OF THE BALANCE HELD.
         03 Monies-Returned pic x(1).
           88 monies-is-returned value "Y".
         03 Monies-Return-Date pic x(8).
