      *  GUARANTOR RECORD - ONE ROW PER GUARANTOR CUSTOMER STANDING
      *  BEHIND A TENANCY, KEYED ON ITS OWN REFERENCE; A TENANCY
      *  MAY HAVE SEVERAL. STATUS A(CTIVE) UNTIL THE GUARANTOR IS
      *  R(ELEASED). EACH GUARANTOR IS REFERENCED ON THE SAME
      *  CHECKLIST AS A TENANT BEFORE BEING LINKED; ANY ADMIN
      *  OVERRIDE THAT LET AN UNREFERENCED GUARANTOR THROUGH IS KEPT.
      *  THE RENT RUN WRITES TO AN ACTIVE GUARANTOR WHEN THE TENANCY
      *  FALLS INTO ARREARS PAST THE SET NUMBER OF DAYS, AND
      *  REMEMBERS THE LATEST RENT ROW AND DATE IT WROTE ABOUT SO
      *  EACH MISSED PAYMENT IS NOTIFIED ONCE.
       01 Guar-Record.
         03 Guar-ID pic x(10).
         03 Guar-Tenancy-ID pic x(10).
         03 Guar-Cust-ID pic x(10).
         03 Guar-Status pic x(1).
           88 guar-is-active value "A".
           88 guar-is-released value "R".
         03 Guar-Added pic x(8).
         03 Guar-Override-User pic x(10).
         03 Guar-Notified-Rent-ID pic x(10).
         03 Guar-Last-Notified pic x(8).
         03 Guar-User-ID pic x(10).
