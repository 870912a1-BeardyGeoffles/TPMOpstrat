      *  LAST RECONCILIATION CONTROL RECORD - ONE LINE, REWRITTEN BY
      *  EVERY BANK RECONCILIATION RUN: WHEN IT RAN, THE BALANCE THE
      *  STATEMENT PROVED, THE BALANCE HELD ON THE MONIES FILE AND
      *  THE CLIENT LEDGER TOTAL AT THE TIME. THE DAILY CLIENT
      *  BALANCES LIST RECONCILES ITS TOTAL TO THIS.
       01 Reconbal-Record.
         03 Reconbal-Date pic x(8).
         03 Reconbal-Reconciled pic 9(9)v99.
         03 Reconbal-Held pic 9(9)v99.
         03 Reconbal-Ledger pic s9(9)v99.
