      *  POSTCODE AREAS (OUTWARD-CODE PREFIXES). PROPERTY TYPE:
      *  D=DETACHED S=SEMI T=TERRACED F=FLAT B=BUNGALOW, BLANK = ANY.
      *  AN INACTIVE ROW IS KEPT BUT IGNORED BY THE MATCH RUN.
      *  INSTEAD OF AREAS A ROW MAY HOLD A CENTRE POSTCODE AND A
      *  RADIUS IN MILES - "WITHIN THREE MILES OF THE STATION" - AND
      *  IS THEN MATCHED BY DISTANCE FROM THE POSTCODE CENTROIDS.
       01 Requirement-Record.
         03 Req-Cust-ID pic x(10).
         03 Req-Price-Low pic 9(9)v99.
         03 Req-Active pic x(1).
           88 req-is-active value "Y" "y".
         03 Req-Last-Updated pic x(21).
      *  APPLICANT GRADE - SET BY THE NIGHTLY GRADING RUN, NEVER
      *  KEYED. H=HOT, W=WARM, C=COLD FROM A 0-100 SCORE BUILT FROM
      *  PROCEEDABILITY ON THE LATEST OFFER, THEIR OWN SALE, HOW
      *  RECENTLY THEY VIEWED OR WERE SPOKEN TO AND HOW MANY LIVE
      *  LISTINGS SUIT THEM; THE REASONS ARE KEPT IN SHORT WORDS.
      *  THE NEGOTIATOR IS WHOEVER LAST DEALT WITH THEM, SO THE
      *  MORNING CALL LIST LANDS ON THE RIGHT DESK.
         03 Req-Grade pic x(1).
           88 req-grade-hot value "H".
           88 req-grade-warm value "W".
         03 Req-Grade-Score pic 9(3).
         03 Req-Grade-Reasons pic x(60).
         03 Req-Graded-Date pic x(8).
         03 Req-Grade-User pic x(10).
         03 Req-Centre-Postcode pic x(8).
         03 Req-Radius-Miles pic 9(2).
