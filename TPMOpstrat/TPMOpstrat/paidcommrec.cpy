      *  COMMISSION PAID RECORD - ONE ROW PER NEGOTIATOR PER SALE
      *  THEY HAVE BEEN PAID EARNINGS ON, KEYED ON THE NEGOTIATOR
      *  AND THE PROPERTY. WRITTEN BY THE PAYROLL RUN FOR THE MONTH
      *  THE SALE FELL IN, SO A LATER RUN CAN SEE WHAT WAS ALREADY
      *  PAID WHEN THE FEE IS CREDITED OR THE SALE UNWOUND. SHARE IS
      *  THE NEGOTIATOR'S SHARE OF THE COMMISSION THE EARNINGS WERE
      *  WORKED ON; EARNED IS THE PART OF THAT MONTH'S EARNINGS THE
      *  SALE ACCOUNTED FOR. BOTH COME DOWN WHEN A CLAWBACK IS TAKEN.
       01 Paidcomm-Record.
         03 Paidcomm-Key.
           05 Paidcomm-User-ID pic x(10).
           05 Paidcomm-Property-ID pic x(10).
         03 Paidcomm-Period pic x(6).
         03 Paidcomm-Share pic 9(9)v99.
         03 Paidcomm-Earned pic 9(9)v99.
