         03 Invoice-Paid pic x(1).
           88 invoice-is-paid value "Y" "y".
      *  WHAT THE INVOICE IS FOR - SC=SALES COMMISSION, TF=TENANT
      *  FIND FEE, MF=MONTHLY MANAGEMENT FEE, RF=TENANCY RENEWAL
      *  FEE, RI=RETURNED ITEM CHARGE (WHERE THE CLIENT'S TERMS
      *  ALLOW ONE FOR A PAYMENT RETURNED UNPAID). LETTINGS FEES
      *  NOW DRAW FROM THE SAME NUMBER SERIES THE AUDITORS WERE
      *  PROMISED INSTEAD OF A WORD PROCESSOR.
      *  BLANK READS AS SC ON INVOICES PREDATING THE TYPE.
         03 Invoice-Type pic x(2).
      *  THE VAT PERCENTAGE CHARGED, TAKEN FROM THE RATE TABLE FOR
      *  THE INVOICE DATE WHEN RAISED. ZERO ON INVOICES PREDATING
      *  THE TABLE, WHICH WERE ALL CHARGED AT 20 PCT.
         03 Invoice-VAT-Rate pic 9(2)v99.
      *  RUNNING TOTALS OF EVERY CREDIT NOTE RAISED AGAINST THE
      *  INVOICE - THE FEE ACTUALLY DUE IS THE ORIGINAL LESS THESE.
      *  NOT NUMERIC ON INVOICES PREDATING CREDIT NOTES, WHICH
      *  HAVE NEVER BEEN CREDITED.
         03 Invoice-Credited-Net pic 9(9)v99.
         03 Invoice-Credited-Gross pic 9(9)v99.
