         03 Contractor-Trade pic x(15).
         03 Contractor-Phone pic x(15).
         03 Contractor-Ins-Expiry pic x(8).
      *  BANK DETAILS FOR THE CONTRACTOR PAYMENT RUN - A CONTRACTOR
      *  WITH NONE ON FILE IS HELD BACK FROM THE BANK FILE RATHER
      *  THAN GUESSED AT, AS A CUSTOMER IS.
         03 Contractor-Sort-Code pic x(8).
         03 Contractor-Account-No pic x(10).
