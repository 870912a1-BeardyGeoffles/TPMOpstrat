         03 Offer-Sale-Status pic x(1).
         03 Offer-Sol-Instructed pic x(1).
           88 offer-sol-is-instructed value "Y" "y".
      *  WRITTEN NOTICE TO THE VENDOR - EVERY NEW OR COUNTERED OFFER
      *  QUEUES AN OFFER LETTER (COMMS TYPE OFFERNOTE, DOCUMENT
      *  REFERENCE = THIS OFFER) TO THE VENDOR AND ANY JOINT OWNER.
      *  RAISED IS THE DAY IT WAS QUEUED, SENT THE DAY THE LAST COPY
      *  WENT OUT, ACKNOWLEDGED THE DAY THE VENDOR CONFIRMED THEY
      *  HAD IT. A COUNTER STARTS ALL THREE AGAIN.
         03 Offer-Notice-Raised pic x(8).
         03 Offer-Notice-Sent pic x(8).
         03 Offer-Vendor-Ack pic x(8).
      *  THE BUYER'S STAMP DUTY POSITION - FIRST-TIME BUYER,
      *  BUYING AN ADDITIONAL PROPERTY, NON-RESIDENT - AND THE SDLT
      *  ESTIMATE (WHOLE POUNDS) LAST WORKED OUT FROM THE BAND TABLE
      *  FOR THE OFFER AMOUNT. ZERO WITH NO BANDS KEYED.
         03 Offer-First-Time-Buyer pic x(1).
           88 offer-is-first-time value "Y" "y".
         03 Offer-Additional-Prop pic x(1).
           88 offer-is-additional value "Y" "y".
         03 Offer-Non-Resident pic x(1).
           88 offer-is-non-resident value "Y" "y".
         03 Offer-SDLT-Estimate pic 9(9).
