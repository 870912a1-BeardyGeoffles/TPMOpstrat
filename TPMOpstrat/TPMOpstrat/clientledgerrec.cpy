      *  CLIENT MONEY LEDGER RECORD - ONE ROW PER MOVEMENT OF CLIENT
      *  MONEY FOR ONE VENDOR, LANDLORD OR TENANT, KEYED ON ITS OWN
      *  REFERENCE AND BY CLIENT. POSTED BY THE PROGRAM THE MONEY
      *  MOVES IN: CREDITS ARE POSITIVE, DEBITS NEGATIVE, AND THE
      *  CLIENT'S BALANCE IS THE SUM OF THEIR ROWS - IT MAY NEVER
      *  GO BELOW ZERO. TYPE: RC=RECEIPT, RF=RECEIPT REFUNDED,
      *  DP=DEPOSIT TAKEN, RN=RENT COLLECTED, ST=SETTLEMENT
      *  DEDUCTION, SR=SETTLEMENT REFUND, SA=SCHEME AWARD (A
      *  DEDUCTION OVERTURNED BY THE DEPOSIT SCHEME), MR=MAINTENANCE
      *  RECHARGE, MF=MANAGEMENT FEE, NT=NON-RESIDENT TAX,
      *  RM=REMITTANCE, RT=RETURNED PAYMENT (A RECEIPT OR RENT
      *  PAYMENT THE BANK SENT BACK UNPAID).
      *  THE SOURCE REFERENCE IS THE RECEIPT, RENT ROW, TENANCY,
      *  JOB OR MONTH THE MOVEMENT CAME FROM.
       01 Cled-Record.
         03 Cled-ID pic x(10).
         03 Cled-Client-ID pic x(10).
         03 Cled-Date pic x(8).
         03 Cled-Type pic x(2).
         03 Cled-Amount pic s9(9)v99.
         03 Cled-Property-ID pic x(10).
         03 Cled-Source-Ref pic x(10).
         03 Cled-User-ID pic x(10).
         03 Cled-Posted pic x(21).
