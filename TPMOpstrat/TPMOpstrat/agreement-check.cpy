      *  SIGNED AGENCY AGREEMENT CHECK - SHARED BY EVERYTHING THAT
      *  PUBLISHES A LISTING (THE PORTAL FEED AND THE BOARD ORDER).
      *  A LISTING IS PUBLISHABLE ONLY WHEN ITS AGREEMENT HAS A
      *  SIGNED DATE AND IS NOT CANCELLED AS AT TODAY. THE CALLER
      *  NEEDS AGREEFILE SELECTED (NOT OPEN) AND THE SYSTEM DATE SET.
       p929-check-agreement.
           move "N" to ws-agr-signed
           move spaces to ws-agr-reason
           move "0" to invalid-data
           open input agreefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-agr-property to Agree-Property-ID
           read agreefile
               invalid key
                   move "1" to invalid-data
           end-read
           close agreefile
           evaluate true
               when key-not-found
                   move "no agency agreement" to ws-agr-reason
               when Agree-Signed-Date is not numeric
                   move "agreement not signed" to ws-agr-reason
               when Agree-Cancel-Date is numeric and
                 Agree-Cancel-Date not greater than
                 ws-system-date(1:8)
                   move "agreement cancelled" to ws-agr-reason
               when other
                   move "Y" to ws-agr-signed
           end-evaluate.
