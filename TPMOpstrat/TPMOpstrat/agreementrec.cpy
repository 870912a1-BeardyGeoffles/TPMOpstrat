      *  AGENCY AGREEMENT RECORD - THE SIGNED TERMS OF BUSINESS FOR
      *  ONE INSTRUCTION, KEYED ON THE PROPERTY REFERENCE LIKE THE
      *  INSTRUCTION ITSELF, WITH THE VENDOR OR LANDLORD WHO SIGNED.
      *  TYPE: S=SOLE AGENCY, R=SOLE SELLING RIGHTS, M=MULTIPLE
      *  AGENCY, L=LETTINGS TERMS. THE AGREED FEE IS A PERCENTAGE, A
      *  FIXED SUM, OR BOTH WHERE THE TERMS SET A MINIMUM. A SOLE
      *  AGENCY OR SOLE SELLING RIGHTS AGREEMENT CARRIES THE DATE
      *  ITS SOLE PERIOD ENDS. THE NOTICE PERIOD IS IN DAYS; WHEN THE
      *  CLIENT GIVES NOTICE THE DATE IS RECORDED AND THE AGREEMENT
      *  IS CANCELLED FROM THE END OF THE NOTICE PERIOD. A LISTING
      *  MAY ONLY BE PUBLISHED (PORTAL FEED, BOARD) WHILE ITS
      *  AGREEMENT IS SIGNED AND NOT CANCELLED.
       01 Agree-Record.
         03 Agree-Property-ID pic x(10).
         03 Agree-Customer-ID pic x(10).
         03 Agree-Type pic x(1).
           88 agree-sole-agency value "S".
           88 agree-sole-selling value "R".
           88 agree-multi-agency value "M".
           88 agree-lettings value "L".
         03 Agree-Fee-Rate pic 9v99.
         03 Agree-Fee-Fixed pic 9(7)v99.
         03 Agree-Signed-Date pic x(8).
         03 Agree-Sole-End pic x(8).
         03 Agree-Notice-Days pic 9(3).
         03 Agree-Notice-Given pic x(8).
         03 Agree-Cancel-Date pic x(8).
         03 Agree-User-ID pic x(10).
         03 Agree-Updated pic x(21).
      *  THE CHARGE THE TERMS ALLOW FOR A PAYMENT FROM THE CLIENT
      *  THAT THE BANK RETURNS UNPAID - A BOUNCED CHEQUE OR A
      *  RECALLED CREDIT. ZERO (OR NOT NUMERIC, ON AGREEMENTS
      *  PREDATING THE CHARGE) MEANS THE TERMS ALLOW NONE.
         03 Agree-Returned-Fee pic 9(3)v99.
