      *  MARKETING CAMPAIGN RECORD - ONE ROW PER CAMPAIGN, KEYED ON
      *  ITS OWN REFERENCE. A DEVELOPMENT LAUNCH OR A VALUATION
      *  DRIVE IS KEYED HERE WITH ITS AUDIENCE AND MESSAGE, RELEASED,
      *  AND SENT BY THE NIGHTLY CAMPAIGN RUN THROUGH THE COMMS
      *  QUEUE. CHANNEL: P=LETTER, E=EMAIL, S=SMS - ONLY CUSTOMERS
      *  WITH CONSENT RECORDED FOR THAT CHANNEL ARE EVER SENT TO.
      *  AUDIENCE (BLANK OR ZERO = ANY): CUSTOMER TYPE V=VENDOR
      *  (HAS A SALES LISTING), L=LANDLORD (HAS A LETTINGS LISTING),
      *  A=APPLICANT (ACTIVE REQUIREMENTS ROW); A POSTCODE AREA
      *  MATCHED ON THE CUSTOMER'S OWN POSTCODE OR AN APPLICANT'S
      *  AREAS; AN APPLICANT PRICE AND PROPERTY TYPE THEIR
      *  REQUIREMENTS MUST COVER; AND A WINDOW THE LAST LOGGED
      *  CONTACT MUST FALL IN - A BLANK FROM DATE ALSO TAKES THOSE
      *  NEVER CONTACTED. STATUS: D=DRAFT, R=RELEASED FOR THE NEXT
      *  RUN, S=SENT. THE COUNTS ARE SET BY THE RUN - THOSE
      *  SELECTED, THOSE LEFT OUT FOR WANT OF CONSENT OR AN ADDRESS
      *  ON THAT CHANNEL, AND THOSE SENT - AND THE RESPONSES
      *  (ENQUIRIES, APPRAISALS, VIEWINGS BY RECIPIENTS AFTER THE
      *  SEND) ARE RECOUNTED EVERY NIGHT.
       01 Campaign-Record.
         03 Campaign-ID pic x(10).
         03 Campaign-Name pic x(30).
         03 Campaign-Branch pic x(3).
         03 Campaign-Dev-ID pic x(10).
         03 Campaign-Property-ID pic x(10).
         03 Campaign-Channel pic x(1).
           88 campaign-by-post value "P".
           88 campaign-by-email value "E".
           88 campaign-by-sms value "S".
         03 Campaign-Cust-Type pic x(1).
           88 campaign-vendors value "V".
           88 campaign-landlords value "L".
           88 campaign-applicants value "A".
         03 Campaign-Area pic x(4).
         03 Campaign-Req-Price pic 9(9)v99.
         03 Campaign-Req-Type pic x(1).
         03 Campaign-Contact-From pic x(8).
         03 Campaign-Contact-To pic x(8).
         03 Campaign-Message-1 pic x(60).
         03 Campaign-Message-2 pic x(60).
         03 Campaign-Status pic x(1).
           88 campaign-draft value "D".
           88 campaign-released value "R".
           88 campaign-sent value "S".
         03 Campaign-Created pic x(8).
         03 Campaign-Created-By pic x(10).
         03 Campaign-Sent-Date pic x(8).
         03 Campaign-Selected pic 9(5).
         03 Campaign-No-Consent pic 9(5).
         03 Campaign-Sent-Count pic 9(5).
         03 Campaign-Resp-Enquiries pic 9(5).
         03 Campaign-Resp-Appraisals pic 9(5).
         03 Campaign-Resp-Viewings pic 9(5).
         03 Campaign-Resp-Date pic x(8).
