      *  THE STATUS FILTER IS CHOSEN) AND 310PropList (WHERE THE
      *  MATCHING PROPERTIES ARE LISTED) VIA EXTERNAL STORAGE, THE
      *  SAME WAY WS-MI-REPORT-CRITERIA IS SHARED BETWEEN 501MI/511MI.
      *  A CENTRE POSTCODE AND RADIUS IN MILES ASK FOR LISTINGS
      *  WITHIN THAT DISTANCE INSTEAD OF BY POSTCODE PREFIX.
       01 ws-property-browse-criteria is external.
         03 ws-browse-status-filter pic x(2).
         03 ws-browse-address-filter pic x(25).
         03 ws-browse-postcode-filter pic x(8).
         03 ws-browse-price-low pic 9(9)v99.
         03 ws-browse-price-high pic 9(9)v99.
         03 ws-browse-customer-filter pic x(10).
         03 ws-browse-min-beds pic 9(2).
         03 ws-browse-type-filter pic x(1).
         03 ws-browse-branch-filter pic x(3).
         03 ws-browse-centre-postcode pic x(8).
         03 ws-browse-radius pic 9(2).
