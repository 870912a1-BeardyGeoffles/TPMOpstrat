      *  MARKETING COST RECORD - ONE ROW PER POUND SPENT MARKETING A
      *  LISTING, KEYED ON ITS OWN REFERENCE AND TIED TO THE
      *  PROPERTY. TYPE: PP=PORTAL PREMIUM PLACEMENT, NP=NEWSPAPER
      *  FEATURE, PH=PROFESSIONAL PHOTOGRAPHY, BD=FOR SALE/TO LET
      *  BOARD, OT=OTHER. COSTS FLAGGED RECOVERABLE ARE PULLED ONTO
      *  THE VENDOR COMPLETION STATEMENT AS A DEDUCTION; ALL COSTS
      *  FEED THE COST-VERSUS-COMMISSION PROFITABILITY LINE IN THE
      *  SALES LEDGER. FOR THE LEAD SOURCE RETURN REPORT PP IS
      *  PORTAL SPEND, NP NEWSPAPER, BD BOARDS AND OT OTHER, MATCHING
      *  THE ENQUIRY SOURCE CODES; PH BELONGS TO NO ONE SOURCE.
       01 Mktcost-Record.
         03 Mktcost-ID pic x(10).
         03 Mktcost-Property-ID pic x(10).
