         03 Mjob-Invoice-Amount pic 9(7)v99.
         03 Mjob-Recharge pic x(1).
           88 mjob-is-recharged value "Y" "y".
      *  CONTRACTOR PAYMENT - A COMPLETED RECHARGED JOB IS PAYABLE
      *  (P) FROM THE LANDLORD'S FUNDS, OR HELD (H) FOR APPROVAL
      *  WHEN ITS INVOICE IS OVER THE AUTHORISED LIMIT, UNTIL THE
      *  PAYMENT RUN PAYS IT (X) AND STAMPS ITS RUN REFERENCE. THE
      *  REMIT MONTH IS THE LANDLORD STATEMENT IT WAS DEDUCTED ON.
      *  BLANK STATUS IS A JOB THE RUN DOES NOT PAY.
         03 Mjob-Pay-Status pic x(1).
           88 mjob-pay-due value "P".
           88 mjob-pay-held value "H".
           88 mjob-pay-paid value "X".
         03 Mjob-Approved-By pic x(10).
         03 Mjob-Pay-Run pic x(10).
         03 Mjob-Paid-Date pic x(8).
         03 Mjob-Remit-Month pic x(6).
