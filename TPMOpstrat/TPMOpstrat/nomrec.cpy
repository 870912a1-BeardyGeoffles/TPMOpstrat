      *  ACCOUNTS PACKAGE'S NOMINAL CODE. SOURCES: INVNET (INVOICE
      *  NET), INVVAT (INVOICE VAT), REFFEE (REFERRAL FEES
      *  RECEIVED), MONIESIN (CLIENT MONIES TAKEN), MONIESREF
      *  (CLIENT MONIES REFUNDED), RETPAY (PAYMENTS RETURNED UNPAID
      *  BY THE BANK). THE MONTH-END EXTRACT REFUSES TO
      *  RUN WHILE ANY SOURCE IT NEEDS HAS NO CODE, WHICH IS HOW
      *  FINANCE KEEPS THE MAPPING HONEST.
       01 Nom-Record.
