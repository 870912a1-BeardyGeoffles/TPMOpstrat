      *  CREDIT NOTE RECORD - ONE ROW PER CREDIT NOTE RAISED AGAINST
      *  A COMMISSION OR LETTINGS INVOICE, NUMBERED FROM ITS OWN ROW
      *  ON THE SEQUENCE CONTROL FILE SO CREDIT NOTES CARRY AN
      *  UNBROKEN SERIES OF THEIR OWN. THE ORIGINAL INVOICE IS NEVER
      *  REWRITTEN EXCEPT FOR ITS RUNNING CREDITED TOTALS - THE
      *  CREDIT NOTE IS THE DOCUMENT THE AUDITORS SEE. NAME AND
      *  ADDRESS ARE COPIED FROM THE INVOICE AS CREDITED.
       01 Crnote-Record.
         03 Crnote-ID pic x(10).
         03 Crnote-Invoice-ID pic x(10).
         03 Crnote-Property-ID pic x(10).
         03 Crnote-Customer-ID pic x(10).
         03 Crnote-Name pic x(30).
         03 Crnote-Address1 pic x(40).
         03 Crnote-Address2 pic x(40).
         03 Crnote-Postcode pic x(10).
         03 Crnote-Net-Amount pic 9(9)v99.
         03 Crnote-VAT-Amount pic 9(9)v99.
         03 Crnote-Gross-Amount pic 9(9)v99.
      *  CREDITED AT THE RATE THE INVOICE WAS CHARGED AT, WHATEVER
      *  THE RATE ON THE DAY OF THE CREDIT.
         03 Crnote-VAT-Rate pic 9(2)v99.
         03 Crnote-Date pic x(8).
      *  F=FULL CREDIT OF WHATEVER WAS STILL UNCREDITED ON THE
      *  INVOICE, P=PARTIAL.
         03 Crnote-Extent pic x(1).
           88 crnote-is-full value "F".
           88 crnote-is-partial value "P".
      *  THE ORIGINAL INVOICE'S TYPE (SC/TF/MF/RF), SO PAYROLL AND
      *  THE LEDGER CAN TELL A COMMISSION CREDIT FROM A LETTINGS ONE.
         03 Crnote-Invoice-Type pic x(2).
         03 Crnote-Reason pic x(40).
         03 Crnote-Raised-By pic x(10).
