         03 Tenancy-Scheme pic x(2).
         03 Tenancy-Protect-Cert pic x(15).
         03 Tenancy-Protected-Date pic x(8).
      *  MID-TENANCY INSPECTIONS - HOW OFTEN (IN MONTHS) THE
      *  MANAGEMENT AGREEMENT PROMISES THE LANDLORD A VISIT, USUALLY
      *  3 OR 6. DUE DATES RUN FROM THE TENANCY START; ZERO MEANS
      *  NO INSPECTIONS ARE DUE ON THIS TENANCY.
         03 Tenancy-Insp-Months pic 9(2).
      *  RENEWAL - A FIXED TERM RENEWED INTO A NEW ONE IS SUCCEEDED
      *  BY A NEW TENANCY ROW; EACH POINTS AT THE OTHER THROUGH THE
      *  PREVIOUS/NEXT REFERENCES. A TERM THAT RUNS ON INSTEAD AS A
      *  STATUTORY PERIODIC TENANCY IS MARKED P, ITS END DATE
      *  CLEARED (IT NOW RUNS UNTIL NOTICE) AND THE FIXED TERM'S
      *  END KEPT IN THE TERM END DATE.
         03 Tenancy-Prev-ID pic x(10).
         03 Tenancy-Next-ID pic x(10).
         03 Tenancy-Periodic pic x(1).
           88 tenancy-is-periodic value "P".
         03 Tenancy-Term-End pic x(8).
