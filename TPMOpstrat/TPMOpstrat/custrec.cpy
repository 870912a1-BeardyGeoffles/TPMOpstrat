      *  THE OTHER PERSONAL FIELDS.
         03 cust-sort-code pic x(8).
         03 cust-account-no pic x(10).
      *  NON-RESIDENT LANDLORD STATUS - A LANDLORD LIVING ABROAD HAS
      *  BASIC-RATE TAX WITHHELD FROM THE RENT WE REMIT UNLESS THEY
      *  HOLD AN EXEMPTION; THE EXEMPTION REFERENCE AND THE DATE IT
      *  TAKES EFFECT FROM ARE KEPT HERE. BLANK STATUS IS RESIDENT.
         03 cust-nrl-status pic x(1).
           88 cust-is-nrl value "Y" "y".
         03 cust-nrl-exempt-ref pic x(10).
         03 cust-nrl-exempt-from pic x(8).
      *  SANCTIONS AND PEP SCREENING - THE OUTCOME OF THE LAST
      *  SCREEN OF THE NAME AND POSTCODE AGAINST THE LOADED LIST,
      *  THE DAY IT RAN AND THE DATE OF THE LIST USED. C=CLEAR,
      *  R=POSSIBLE MATCH AWAITING REVIEW, H=MATCH CONFIRMED BY THE
      *  REVIEWER. BLANK MEANS NOT YET SCREENED. A CONFIRMED MATCH
      *  BLOCKS COMPLETION THE SAME WAY A MISSING AML CHECK DOES.
         03 cust-screen-status pic x(1).
           88 cust-screen-clear value "C" "c".
           88 cust-screen-review value "R" "r".
           88 cust-screen-hit value "H" "h".
         03 cust-screen-date pic x(8).
         03 cust-screen-list pic x(8).
      *  CLIENT WEB PORTAL - WHETHER THE VENDOR OR LANDLORD HAS ASKED
      *  FOR THEIR NIGHTLY STATUS EXTRACT TO BE PUBLISHED BEHIND THE
      *  WEBSITE LOGIN, AND WHEN THEY DID. BLANK MEANS NOT OPTED IN
      *  AND NOTHING OF THEIRS IS EXTRACTED.
         03 cust-portal-optin pic x(1).
           88 portal-opted-in value "Y" "y".
         03 cust-portal-optin-date pic x(8).
      *  BANK DETAIL CHANGE CONTROL - A NEW SORT CODE OR ACCOUNT KEYED
      *  ON THE CUSTOMER SCREEN IS NOT MADE LIVE STRAIGHT AWAY; IT IS
      *  HELD HERE AS PENDING, WITH WHO KEYED IT, WHEN, AND THE
      *  ADDRESS ON FILE AT THAT MOMENT, UNTIL A DIFFERENT USER
      *  HOLDING BANKAPPROVE ON THE AUTHORISATION MATRIX APPROVES OR
      *  REJECTS IT. ON APPROVAL THE KEYING AND APPROVING USERS AND
      *  THE DATE ARE KEPT AGAINST THE LIVE DETAILS AND AN ALERT
      *  LETTER GOES TO THE OLD ADDRESS. THE PAYMENT RUN HOLDS BACK A
      *  PAYEE WITH A CHANGE PENDING OR MADE LIVE IN THE LAST FEW
      *  DAYS. BLANK PENDING-BY MEANS NOTHING IS AWAITING APPROVAL.
         03 cust-bank-control.
           05 cust-bank-pend-sort pic x(8).
           05 cust-bank-pend-account pic x(10).
           05 cust-bank-pend-by pic x(10).
           05 cust-bank-pend-date pic x(8).
           05 cust-bank-old-address1 pic x(40).
           05 cust-bank-old-address2 pic x(40).
           05 cust-bank-old-postcode pic x(10).
           05 cust-bank-keyed-by pic x(10).
           05 cust-bank-approved-by pic x(10).
           05 cust-bank-changed-date pic x(8).
