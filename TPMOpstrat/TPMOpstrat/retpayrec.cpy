      *  RETURNED PAYMENT RECORD - ONE ROW PER PAYMENT THE BANK HAS
      *  SENT BACK UNPAID (A BOUNCED CHEQUE, A STOPPED CHEQUE OR A
      *  RECALLED CREDIT), KEYED ON ITS OWN REFERENCE FROM THE
      *  RETURNED PAYMENTS SERIES. SOURCE: MN=MONIES RECEIPT (THE
      *  RECEIPT NUMBER), RN=RENT POSTING (THE RENT ROW), IP=INVOICE
      *  PAYMENT (THE ALLOCATION). THE AMOUNT IS WHAT WAS TAKEN BACK
      *  OFF THE SOURCE - ALL OF A RECEIPT OR ALLOCATION, ALL OR PART
      *  OF WHAT A RENT ROW HAD BEEN PAID. REASON: RD=REFER TO
      *  DRAWER, IF=INSUFFICIENT FUNDS, SC=STOPPED CHEQUE,
      *  RC=RECALLED CREDIT, OT=OTHER. WHERE THE CLIENT'S TERMS ALLOW
      *  A RETURNED ITEM CHARGE, THE CHARGE AND THE INVOICE IT WAS
      *  RAISED ON ARE CARRIED; ZERO AND BLANK MEAN NONE WAS MADE.
      *  THE NOMINAL EXTRACT POSTS THE ROW IN THE MONTH IT WAS KEYED.
       01 Retpay-Record.
         03 Retpay-ID pic x(10).
         03 Retpay-Source pic x(2).
           88 retpay-from-monies value "MN".
           88 retpay-from-rent value "RN".
           88 retpay-from-invpay value "IP".
         03 Retpay-Source-ID pic x(10).
         03 Retpay-Property-ID pic x(10).
         03 Retpay-Payer-ID pic x(10).
         03 Retpay-Amount pic 9(9)v99.
         03 Retpay-Date pic x(8).
         03 Retpay-Reason pic x(2).
         03 Retpay-Charge pic 9(3)v99.
         03 Retpay-Charge-Invoice pic x(10).
         03 Retpay-User-ID pic x(10).
         03 Retpay-Posted pic x(21).
