      *  MATERIAL INFORMATION RECORD - THE FACTS TRADING STANDARDS
      *  EXPECTS ON EVERY LISTING, ONE ROW PER PROPERTY KEYED ON THE
      *  PROPERTY REFERENCE. COUNCIL TAX BAND A-I, OR X WHERE THE
      *  PROPERTY IS EXEMPT OR NOT YET BANDED. TENURE: F=FREEHOLD,
      *  L=LEASEHOLD, S=SHARE OF FREEHOLD, C=COMMONHOLD. A LEASEHOLD
      *  OR SHARE OF FREEHOLD PROPERTY CARRIES THE DATE ITS LEASE
      *  ENDS (THE YEARS REMAINING ARE WORKED OUT FROM IT) AND THE
      *  ANNUAL GROUND RENT AND SERVICE CHARGE - ZERO IS A VALID
      *  FIGURE, SO CHARGES-KNOWN SAYS THE FIGURES HAVE BEEN
      *  CONFIRMED. RESTRICTIONS Y/N SAYS WHETHER ANY ARE KNOWN
      *  (COVENANTS, LISTED BUILDING, CONSERVATION AREA, RIGHTS OF
      *  WAY) WITH THE DETAIL; FLOOD RISK H=HIGH M=MEDIUM L=LOW
      *  V=VERY LOW. BLANK MEANS NOT YET ESTABLISHED.
       01 Matinfo-Record.
         03 Matinfo-Property-ID pic x(10).
         03 Matinfo-Council-Band pic x(1).
         03 Matinfo-Tenure pic x(1).
           88 matinfo-leasehold value "L" "S".
         03 Matinfo-Lease-End pic x(8).
         03 Matinfo-Ground-Rent pic 9(5)v99.
         03 Matinfo-Service-Charge pic 9(5)v99.
         03 Matinfo-Charges-Known pic x(1).
         03 Matinfo-Restrict-Flag pic x(1).
         03 Matinfo-Restrictions pic x(60).
         03 Matinfo-Flood-Risk pic x(1).
         03 Matinfo-User-ID pic x(10).
         03 Matinfo-Updated pic x(21).
