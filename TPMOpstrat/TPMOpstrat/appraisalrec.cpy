      *  MARKET APPRAISAL RECORD - ONE ROW PER VALUATION CARRIED OUT
      *  BEFORE AN INSTRUCTION IS WON OR LOST, KEYED ON ITS OWN
      *  REFERENCE. OUTCOME: P=PENDING, I=INSTRUCTED, L=LOST TO
      *  COMPETITOR, W=VENDOR WITHDREW - OR, WHILE THE VISIT IS
      *  STILL TO COME, A=APPOINTMENT BOOKED AND X=APPOINTMENT
      *  CANCELLED; KEYING ANY OTHER OUTCOME ON A BOOKED
      *  APPOINTMENT TURNS IT INTO THE APPRAISAL. WHEN A WON
      *  APPRAISAL IS PROMOTED INTO A LISTING THE NEW PROPERTY
      *  REFERENCE IS CARRIED HERE SO THE CONVERSION CAN BE TRACED
      *  BOTH WAYS.
       01 Appraisal-Record.
         03 Appraisal-ID pic x(10).
         03 Appraisal-Cust-ID pic x(10).
         03 Appraisal-User-ID pic x(10).
         03 Appraisal-Outcome pic x(1).
           88 appraisal-instructed value "I" "i".
           88 appraisal-appointment value "A" "a".
           88 appraisal-cancelled value "X" "x".
         03 Appraisal-Property-ID pic x(10).
      *  LOST-INSTRUCTION CAPTURE - WHEN THE OUTCOME IS L, WHICH
      *  COMPETITOR WON, THE FEE THEY QUOTED AND THE ASKING PRICE
         03 Appraisal-Competitor-ID pic x(10).
         03 Appraisal-Comp-Fee pic 9(2)v99.
         03 Appraisal-Comp-Price pic 9(9)v99.
      *  APPOINTMENT - THE START TIME (HHMM) OF A VISIT BOOKED INTO
      *  THE VALUER'S DIARY, AND WHO BOOKED IT AND WHEN. BLANK ON
      *  APPRAISALS KEYED ONLY AFTER THE VISIT, WHICH THE DAY
      *  PLANNER TREATS AS UNTIMED.
         03 Appraisal-Time pic x(4).
         03 Appraisal-Booked-By pic x(10).
         03 Appraisal-Booked-Date pic x(8).
