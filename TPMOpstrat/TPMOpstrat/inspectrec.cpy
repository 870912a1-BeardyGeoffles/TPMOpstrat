      *  INSPECTION RECORD - ONE ROW PER MID-TENANCY INSPECTION ON A
      *  MANAGED LET, KEYED ON ITS OWN REFERENCE AND TIED TO THE
      *  TENANCY AND ITS PROPERTY. THE DUE DATE RUNS FROM THE
      *  TENANCY START AT THE AGREED FREQUENCY; THE VISIT DATE,
      *  INSPECTING USER, CONDITION RATING (E(XCELLENT), G(OOD),
      *  F(AIR) OR P(OOR)) AND NOTES ARE FILLED IN WHEN THE VISIT
      *  IS RECORDED. STATUS IS S(CHEDULED) UNTIL THEN AND D(ONE)
      *  AFTER. THE LAST MAINTENANCE JOB RAISED FROM THE FINDINGS
      *  AND THE DATE THE LANDLORD'S SUMMARY LETTER WENT ARE KEPT
      *  SO THE PROOF OF EACH VISIT IS IN ONE PLACE.
       01 Insp-Record.
         03 Insp-ID pic x(10).
         03 Insp-Tenancy-ID pic x(10).
         03 Insp-Property-ID pic x(10).
         03 Insp-Due-Date pic x(8).
         03 Insp-Visit-Date pic x(8).
         03 Insp-User-ID pic x(10).
         03 Insp-Rating pic x(1).
           88 insp-rating-valid value "E" "G" "F" "P".
         03 Insp-Notes-1 pic x(60).
         03 Insp-Notes-2 pic x(60).
         03 Insp-Status pic x(1).
           88 insp-is-scheduled value "S" "s".
           88 insp-is-done value "D" "d".
         03 Insp-Mjob-ID pic x(10).
         03 Insp-Letter-Date pic x(8).
