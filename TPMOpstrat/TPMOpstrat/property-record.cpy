      *  INSTRUCTION.
         03 Property-Dev-ID pic x(10).
         03 Property-Plot-No pic x(5).
      *  LANDLORD'S RENEWAL TERMS - THE PERCENTAGE OF A YEAR'S RENT
      *  CHARGED WHEN A TENANCY ON THE PROPERTY IS RENEWED INTO A
      *  NEW FIXED TERM. ZERO MEANS THE LANDLORD PAYS NO RENEWAL FEE.
         03 Property-Renew-Rate pic 9v99.
      *  LETTINGS SERVICE LEVEL - L LET ONLY (TENANT FIND FEE, NO
      *  RENT HANDLED), R RENT COLLECTION, F FULLY MANAGED. BLANK IS
      *  TREATED AS FULLY MANAGED. THE MANAGEMENT RATE IS THE
      *  PERCENTAGE OF RENT CHARGED MONTHLY FOR RENT COLLECTION OR
      *  MANAGEMENT; ZERO FALLS BACK TO THE COMMISSION RATE.
         03 Property-Service-Level pic x(1).
           88 property-let-only value "L" "l".
           88 property-rent-collect value "R" "r".
           88 property-fully-managed value "F" "f" " ".
         03 Property-Mgmt-Rate pic 9v99.
