      *  NON-RESIDENT LANDLORD TAX RECORD - ONE ROW PER LANDLORD PER
      *  REMITTANCE MONTH WHERE TAX WAS WITHHELD, KEYED ON ITS OWN
      *  REFERENCE. THE ROWS STILL H(ELD) ARE THE TAX LIABILITY
      *  BALANCE OWED TO THE TAX AUTHORITY; THE QUARTERLY RETURN
      *  RUN MARKS THEM R(ETURNED) WITH THE DATE, AND THE ANNUAL
      *  CERTIFICATE FOR EACH LANDLORD IS BUILT FROM THE SAME ROWS.
      *  RENT AND EXPENSES ARE AS STATEMENTED; TAX IS THE BASIC
      *  RATE ON THE RENT LESS THOSE EXPENSES.
       01 Nrl-Record.
         03 Nrl-ID pic x(10).
         03 Nrl-Landlord-ID pic x(10).
         03 Nrl-Month pic x(6).
         03 Nrl-Rent pic 9(9)v99.
         03 Nrl-Expenses pic 9(9)v99.
         03 Nrl-Taxable pic 9(9)v99.
         03 Nrl-Rate pic 9(2)v99.
         03 Nrl-Tax pic 9(9)v99.
         03 Nrl-Status pic x(1).
           88 nrl-is-held value "H".
           88 nrl-is-returned value "R".
         03 Nrl-Return-Date pic x(8).
         03 Nrl-Recorded pic x(21).
