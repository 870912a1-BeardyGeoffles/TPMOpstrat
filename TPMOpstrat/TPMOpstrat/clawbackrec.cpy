      *  COMMISSION CLAWBACK RECORD - ONE ROW PER NEGOTIATOR PER
      *  SALE PER PAYROLL MONTH IN WHICH EARNINGS ALREADY PAID ON IT
      *  WERE FOUND TO BE OVERPAID, BECAUSE THE FEE HAS SINCE BEEN
      *  CREDITED (REASON C) OR THE SALE UNWOUND (REASON U). THE
      *  AMOUNT IS RECOVERED FROM THE NEGOTIATOR'S EARNINGS IN THAT
      *  MONTH'S EXTRACT AND ANY BALANCE CARRIES INTO THE NEXT. THE
      *  LAST RECOVERY IS HELD SEPARATELY SO A RE-RUN OF THE SAME
      *  MONTH REPLACES IT RATHER THAN TAKING IT TWICE.
       01 Clawback-Record.
         03 Clawback-Key.
           05 Clawback-User-ID pic x(10).
           05 Clawback-Property-ID pic x(10).
           05 Clawback-Period pic x(6).
         03 Clawback-Paid-Period pic x(6).
         03 Clawback-Reason pic x(1).
           88 clawback-fee-reduced value "C".
           88 clawback-sale-unwound value "U".
         03 Clawback-Share-Was pic 9(9)v99.
         03 Clawback-Share-Now pic 9(9)v99.
         03 Clawback-Amount pic 9(9)v99.
         03 Clawback-Recovered pic 9(9)v99.
         03 Clawback-Last-Period pic x(6).
         03 Clawback-Last-Amount pic 9(9)v99.
