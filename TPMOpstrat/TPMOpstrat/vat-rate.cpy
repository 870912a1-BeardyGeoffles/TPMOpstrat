      *  VAT RATE FOR A TAX POINT - SHARED BY EVERYTHING THAT RAISES
      *  OR PRINTS AN INVOICE OR STATEMENT. READS THE RATE TABLE IN
      *  EFFECTIVE DATE ORDER AND KEEPS THE LAST ROW NOT AFTER THE
      *  DATE ASKED FOR. WITH NO TABLE, OR NO ROW THAT EARLY, THE
      *  STANDARD RATE OF 20 PCT IN FORCE WHEN THE TABLE WAS FIRST
      *  SET UP IS RETURNED. THE CALLER NEEDS VATRATEFILE SELECTED
      *  (NOT OPEN).
       p939-vat-rate-for-date.
           move 20 to ws-vat-percent
           move "N" to ws-vat-rate-found
           move "0" to ws-vat-eof
           open input vatratefile
           if file-status = "35"
               move "1" to ws-vat-eof
           end-if
           perform until vat-eof
               read vatratefile next record
                   at end
                       move "1" to ws-vat-eof
                   not at end
                       if Vatrate-Effective-Date greater than
                         ws-vat-date
                           move "1" to ws-vat-eof
                       else
                           move Vatrate-Percent to ws-vat-percent
                           move "Y" to ws-vat-rate-found
                       end-if
               end-read
           end-perform
           close vatratefile
           compute ws-vat-fraction = ws-vat-percent / 100
           move ws-vat-percent to ws-vat-percent-disp.
