      *  CAMPAIGN RECIPIENT RECORD - ONE ROW PER CUSTOMER SENT A
      *  CAMPAIGN, KEYED ON THE CUSTOMER THEN THE CAMPAIGN SO ONE
      *  START FINDS EVERY CAMPAIGN A CUSTOMER HAS BEEN SENT. IT
      *  STOPS A CUSTOMER BEING SENT THE SAME CAMPAIGN TWICE AND
      *  TIES THEIR LATER ENQUIRIES, APPRAISALS AND VIEWINGS BACK TO
      *  THE CAMPAIGN; THE RESPONSE COUNTS ARE RECOUNTED EVERY
      *  NIGHT. THE COMMS REFERENCE IS THE QUEUE ITEM SENT.
       01 Campsend-Record.
         03 Campsend-Key.
           05 Campsend-Cust-ID pic x(10).
           05 Campsend-Campaign-ID pic x(10).
         03 Campsend-Sent-Date pic x(8).
         03 Campsend-Comms-ID pic x(10).
         03 Campsend-Enquiries pic 9(3).
         03 Campsend-Appraisals pic 9(3).
         03 Campsend-Viewings pic 9(3).
