      *  LAND REGISTRY PRICE PAID RECORD - ONE ROW PER REGISTERED
      *  SALE TAKEN IN FROM THE MONTHLY PRICE PAID FILE, KEYED ON
      *  THE REGISTRY'S OWN TRANSACTION IDENTIFIER SO A RE-RUN OR A
      *  LATER CORRECTION (RECORD STATUS C) REPLACES THE ROW AND A
      *  DELETION (D) REMOVES IT. PRICE IS WHOLE POUNDS; TYPE IS
      *  D/S/T/F/O, NEW BUILD Y/N, TENURE F/L AS THE REGISTRY SENDS
      *  THEM. PAON IS THE HOUSE NUMBER OR NAME, SAON THE FLAT OR
      *  UNIT. THE LISTING IS OUR PROPERTY THE SALE WAS MATCHED TO
      *  BY POSTCODE AND ADDRESS ON IMPORT - BLANK FOR A SALE THAT
      *  WAS NEVER OURS, WHICH IS STILL COMPARABLE EVIDENCE.
       01 Ppd-Record.
         03 Ppd-ID pic x(38).
         03 Ppd-Price pic 9(9).
         03 Ppd-Date pic x(8).
         03 Ppd-Postcode pic x(10).
         03 Ppd-Type pic x(1).
         03 Ppd-New-Build pic x(1).
         03 Ppd-Tenure pic x(1).
         03 Ppd-PAON pic x(30).
         03 Ppd-SAON pic x(30).
         03 Ppd-Street pic x(30).
         03 Ppd-Town pic x(25).
         03 Ppd-Property-ID pic x(10).
         03 Ppd-Imported pic x(8).
