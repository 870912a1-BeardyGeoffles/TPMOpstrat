      *  DEPOSIT DISPUTE CASE - ONE ROW PER DISPUTED SETTLEMENT,
      *  KEYED ON THE TENANCY REFERENCE LIKE THE SETTLEMENT ITSELF.
      *  THE SCHEME IS COPIED FROM THE TENANCY WHEN THE CASE IS
      *  OPENED. THE AMOUNT IN DISPUTE, THE SCHEME'S DEADLINE FOR
      *  OUR EVIDENCE AND THE DATE IT WENT, AND THE ADJUDICATOR'S
      *  AWARD BACK TO THE TENANT (THE REST OF THE DISPUTED AMOUNT
      *  STAYS WITH THE LANDLORD). STATUS: O=OPEN, E=EVIDENCE SENT,
      *  A=AWARDED. THE SETTLEMENT'S STATUS BEFORE THE DISPUTE IS
      *  KEPT SO THE CASE SHOWS HOW FAR IT HAD GOT.
       01 Dispute-Record.
         03 Dispute-Tenancy-ID pic x(10).
         03 Dispute-Tenant-ID pic x(10).
         03 Dispute-Scheme pic x(2).
         03 Dispute-Amount pic 9(7)v99.
         03 Dispute-Opened pic x(8).
         03 Dispute-Evidence-Due pic x(8).
         03 Dispute-Evidence-Sent pic x(8).
         03 Dispute-Award-Tenant pic 9(7)v99.
         03 Dispute-Award-Date pic x(8).
         03 Dispute-Status pic x(1).
           88 dispute-is-open value "O" "o".
           88 dispute-evidence-in value "E" "e".
           88 dispute-is-awarded value "A" "a".
         03 Dispute-Prior-Status pic x(1).
         03 Dispute-User-ID pic x(10).
