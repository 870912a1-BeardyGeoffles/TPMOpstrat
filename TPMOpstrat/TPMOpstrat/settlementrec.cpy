      *  STATUS: P=PREPARED, A=APPROVED FOR REFUND (PICKED UP BY
      *  THE BANK PAYMENT RUN), X=PAID - THE RUN REFERENCE IS
      *  STAMPED ON SO A SETTLEMENT CAN NEVER BE EXPORTED TWICE.
      *  D=IN DISPUTE WITH THE DEPOSIT SCHEME - HELD BACK FROM THE
      *  PAYMENT RUN UNTIL THE ADJUDICATOR'S AWARD IS RECORDED, WHEN
      *  THE DEDUCTIONS OVERTURNED ARE ADDED BACK TO THE REFUND AND
      *  THE SETTLEMENT IS RELEASED AS APPROVED.
       01 Settle-Record.
         03 Settle-Tenancy-ID pic x(10).
         03 Settle-Tenant-ID pic x(10).
           88 settle-is-prepared value "P" "p".
           88 settle-is-approved value "A" "a".
           88 settle-is-paid value "X" "x".
           88 settle-is-disputed value "D" "d".
         03 Settle-Date pic x(8).
         03 Settle-Pay-Run pic x(10).
         03 Settle-Award-Adjust pic 9(7)v99.
