      *  MATERIAL INFORMATION CHECK - SHARED BY EVERYTHING THAT
      *  PUBLISHES OR REPORTS A LISTING'S MATERIAL INFORMATION (THE
      *  PORTAL FEED, THE PARTICULARS SHEET, THE COMPLETENESS
      *  REPORT). MANDATORY FOR EVERY LISTING: COUNCIL TAX BAND,
      *  TENURE, RESTRICTIONS ANSWERED AND FLOOD RISK; FOR LEASEHOLD
      *  AND SHARE OF FREEHOLD ALSO THE LEASE END DATE AND CONFIRMED
      *  GROUND RENT AND SERVICE CHARGE. THE CALLER NEEDS MATINFOFILE
      *  SELECTED (NOT OPEN) AND THE SYSTEM DATE SET.
       p937-check-material-info.
           move "N" to ws-mat-found
           move "N" to ws-mat-complete
           move spaces to ws-mat-band
           move spaces to ws-mat-tenure
           move spaces to ws-mat-lease-end
           move zero to ws-mat-lease-years
           move zero to ws-mat-ground-rent
           move zero to ws-mat-service-charge
           move spaces to ws-mat-charges-known
           move spaces to ws-mat-restrict-flag
           move spaces to ws-mat-restrictions
           move spaces to ws-mat-flood-risk
           move spaces to ws-mat-updated
           move spaces to ws-mat-missing
           move zero to ws-mat-missing-count
           move "0" to invalid-data
           open input matinfofile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-mat-property to Matinfo-Property-ID
           read matinfofile
               invalid key
                   move "1" to invalid-data
           end-read
           close matinfofile
           if key-not-found
               move "no material information" to ws-mat-missing
               exit paragraph
           end-if
           move "Y" to ws-mat-found
           move function upper-case (Matinfo-Council-Band) to
             ws-mat-band
           move function upper-case (Matinfo-Tenure) to
             ws-mat-tenure
           move Matinfo-Lease-End to ws-mat-lease-end
           move Matinfo-Ground-Rent to ws-mat-ground-rent
           move Matinfo-Service-Charge to ws-mat-service-charge
           move function upper-case (Matinfo-Charges-Known) to
             ws-mat-charges-known
           move function upper-case (Matinfo-Restrict-Flag) to
             ws-mat-restrict-flag
           move Matinfo-Restrictions to ws-mat-restrictions
           move function upper-case (Matinfo-Flood-Risk) to
             ws-mat-flood-risk
           move Matinfo-Updated to ws-mat-updated
           if ws-mat-lease-end is numeric
               compute ws-mat-end-int = function integer-of-date
                 (function numval (ws-mat-lease-end))
               compute ws-mat-today-int = function integer-of-date
                 (function numval (ws-system-date(1:8)))
               if ws-mat-end-int greater than ws-mat-today-int
                   compute ws-mat-lease-years =
                     (ws-mat-end-int - ws-mat-today-int) / 365.25
               end-if
           end-if

           if ws-mat-band equal spaces
               move "tax band" to ws-mat-item
               perform p938-add-missing-item
           end-if
           if ws-mat-tenure equal spaces
               move "tenure" to ws-mat-item
               perform p938-add-missing-item
           end-if
           if ws-mat-tenure equal "L" or ws-mat-tenure equal "S"
               if ws-mat-lease-end is not numeric
                   move "lease length" to ws-mat-item
                   perform p938-add-missing-item
               end-if
               if ws-mat-charges-known not equal "Y"
                   move "charges" to ws-mat-item
                   perform p938-add-missing-item
               end-if
           end-if
           if ws-mat-restrict-flag not equal "Y" and
             ws-mat-restrict-flag not equal "N"
               move "restrictions" to ws-mat-item
               perform p938-add-missing-item
           end-if
           if ws-mat-flood-risk equal spaces
               move "flood risk" to ws-mat-item
               perform p938-add-missing-item
           end-if
           if ws-mat-missing-count equal zero
               move "Y" to ws-mat-complete
           end-if.

       p938-add-missing-item.
           add 1 to ws-mat-missing-count
           if ws-mat-missing equal spaces
               move ws-mat-item to ws-mat-missing
           else
               move spaces to ws-mat-work
               string function trim (ws-mat-missing) ", "
                 function trim (ws-mat-item)
                 delimited by size into ws-mat-work
               move ws-mat-work to ws-mat-missing
           end-if.
