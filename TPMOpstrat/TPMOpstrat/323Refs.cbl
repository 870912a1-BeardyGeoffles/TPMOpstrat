      *  TENANCIES REFUSES TO CREATE A TENANCY WHILE ANY CHECK IS
      *  MISSING OR FAILED, SHORT OF A SUPERVISOR OVERRIDE - WE
      *  GATE COMPLETION ON AML CHECKS FOR BUYERS AND THIS IS THE
      *  SAME DISCIPLINE FOR TENANTS. GUARANTORS ARE CUSTOMERS TOO
      *  AND ARE REFERENCED ON THIS SAME CHECKLIST BEFORE THEY CAN
      *  STAND BEHIND A TENANCY.

       environment division.

      *  TENANT REFERENCING
         03 foreground-color 14 line 2 col 2 value
           "TENANT REFERENCING".
         03 line 4 col 2 value "Tenant/guar:[".
         03 pic x(10) using ws-ref-tenant-id highlight prompt " ".
         03 value "]  [".
         03 pic x(30) from ws-tenant-name.
