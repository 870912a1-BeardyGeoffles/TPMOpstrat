      *  STAMP DUTY ESTIMATE FOR A PURCHASE - SHARED BY EVERYTHING
      *  THAT QUOTES THE BUYER'S SDLT. READS THE BAND TABLE IN KEY
      *  ORDER, KEEPING FOR EACH SCHEME THE SET WITH THE LATEST
      *  EFFECTIVE DATE NOT AFTER THE DATE ASKED FOR. A FIRST-TIME
      *  BUYER WHO IS NOT BUYING AN ADDITIONAL PROPERTY, AT A PRICE
      *  NOT ABOVE THE RELIEF CAP, IS CHARGED ON THE FIRST-TIME
      *  BANDS, EVERYONE ELSE ON THE STANDARD BANDS. THE ADDITIONAL
      *  PROPERTY AND NON-RESIDENT SURCHARGES ARE THEN ADDED ON THE
      *  WHOLE PRICE, AND THE TOTAL IS ROUNDED DOWN TO THE POUND AS
      *  HMRC DOES. WITH NO STANDARD BANDS KEYED NOTHING IS GUESSED -
      *  THE ESTIMATE SHOWS AS N/A. THE CALLER NEEDS SDLTBANDFILE
      *  SELECTED (NOT OPEN).
       p959-sdlt-estimate.
           move zero to ws-sdlt-estimate ws-sdlt-total
             ws-sdlt-std-count ws-sdlt-ftb-count ws-sdlt-ftb-cap
             ws-sdlt-add-percent ws-sdlt-nr-percent
           move spaces to ws-sdlt-std-from ws-sdlt-ftb-from
             ws-sdlt-add-from ws-sdlt-nr-from
           move "N" to ws-sdlt-found
           move "0" to ws-sdlt-eof
           open input sdltbandfile
           if file-status = "35"
               move "1" to ws-sdlt-eof
           end-if
           perform until sdlt-eof
               read sdltbandfile next record
                   at end
                       move "1" to ws-sdlt-eof
                   not at end
                       if Sdltband-Effective-Date greater than
                         ws-sdlt-date
                           move "1" to ws-sdlt-eof
                       else
                           perform p961-keep-sdlt-band
                       end-if
               end-read
           end-perform
           close sdltbandfile
           if ws-sdlt-std-count equal zero
               move "n/a" to ws-sdlt-estimate-disp
               exit paragraph
           end-if
           move "Y" to ws-sdlt-found
           move "N" to ws-sdlt-use-ftb
           if sdlt-first-time and not sdlt-additional and
             ws-sdlt-ftb-count greater than zero and
             ws-sdlt-price not greater than ws-sdlt-ftb-cap
               move "Y" to ws-sdlt-use-ftb
           end-if
           if sdlt-use-ftb
               perform p962-sum-ftb-band varying ws-sdlt-sub
                 from 1 by 1 until ws-sdlt-sub greater than
                 ws-sdlt-ftb-count
           else
               perform p963-sum-std-band varying ws-sdlt-sub
                 from 1 by 1 until ws-sdlt-sub greater than
                 ws-sdlt-std-count
           end-if
           if sdlt-additional
               compute ws-sdlt-total = ws-sdlt-total +
                 ws-sdlt-price * ws-sdlt-add-percent / 100
           end-if
           if sdlt-non-resident
               compute ws-sdlt-total = ws-sdlt-total +
                 ws-sdlt-price * ws-sdlt-nr-percent / 100
           end-if
           move ws-sdlt-total to ws-sdlt-estimate
           move ws-sdlt-estimate to ws-sdlt-estimate-edit
           move function trim (ws-sdlt-estimate-edit) to
             ws-sdlt-estimate-disp.

       p961-keep-sdlt-band.

      *  A ROW FROM A LATER DATE THAN THE SET HELD FOR ITS SCHEME
      *  STARTS THAT SCHEME AFRESH - THE OLDER BANDS ARE SUPERSEDED.
           evaluate Sdltband-Scheme
               when "S"
                   if Sdltband-Effective-Date not equal
                     ws-sdlt-std-from
                       move Sdltband-Effective-Date to
                         ws-sdlt-std-from
                       move zero to ws-sdlt-std-count
                   end-if
                   if ws-sdlt-std-count less than 12
                       add 1 to ws-sdlt-std-count
                       move Sdltband-Lower to
                         ws-sdlt-std-lower(ws-sdlt-std-count)
                       move Sdltband-Percent to
                         ws-sdlt-std-percent(ws-sdlt-std-count)
                   end-if
               when "F"
                   if Sdltband-Effective-Date not equal
                     ws-sdlt-ftb-from
                       move Sdltband-Effective-Date to
                         ws-sdlt-ftb-from
                       move zero to ws-sdlt-ftb-count
                         ws-sdlt-ftb-cap
                   end-if
                   if ws-sdlt-ftb-count less than 12
                       add 1 to ws-sdlt-ftb-count
                       move Sdltband-Lower to
                         ws-sdlt-ftb-lower(ws-sdlt-ftb-count)
                       move Sdltband-Percent to
                         ws-sdlt-ftb-percent(ws-sdlt-ftb-count)
                   end-if
                   if Sdltband-Max-Price greater than zero
                       move Sdltband-Max-Price to ws-sdlt-ftb-cap
                   end-if
               when "A"
                   if Sdltband-Effective-Date not equal
                     ws-sdlt-add-from
                       move Sdltband-Effective-Date to
                         ws-sdlt-add-from
                       move zero to ws-sdlt-add-percent
                   end-if
                   if ws-sdlt-price greater than Sdltband-Lower
                       move Sdltband-Percent to ws-sdlt-add-percent
                   end-if
               when "N"
                   if Sdltband-Effective-Date not equal
                     ws-sdlt-nr-from
                       move Sdltband-Effective-Date to
                         ws-sdlt-nr-from
                       move zero to ws-sdlt-nr-percent
                   end-if
                   if ws-sdlt-price greater than Sdltband-Lower
                       move Sdltband-Percent to ws-sdlt-nr-percent
                   end-if
           end-evaluate.

       p962-sum-ftb-band.

      *  THE SLICE OF THE PRICE BETWEEN THIS BAND'S LOWER LIMIT AND
      *  THE NEXT BAND'S IS CHARGED AT THIS BAND'S RATE.
           if ws-sdlt-price not greater than
             ws-sdlt-ftb-lower(ws-sdlt-sub)
               exit paragraph
           end-if
           move ws-sdlt-price to ws-sdlt-upper
           if ws-sdlt-sub less than ws-sdlt-ftb-count
               if ws-sdlt-ftb-lower(ws-sdlt-sub + 1) less than
                 ws-sdlt-upper
                   move ws-sdlt-ftb-lower(ws-sdlt-sub + 1) to
                     ws-sdlt-upper
               end-if
           end-if
           compute ws-sdlt-slice = ws-sdlt-upper -
             ws-sdlt-ftb-lower(ws-sdlt-sub)
           compute ws-sdlt-total = ws-sdlt-total +
             ws-sdlt-slice * ws-sdlt-ftb-percent(ws-sdlt-sub) / 100.

       p963-sum-std-band.
           if ws-sdlt-price not greater than
             ws-sdlt-std-lower(ws-sdlt-sub)
               exit paragraph
           end-if
           move ws-sdlt-price to ws-sdlt-upper
           if ws-sdlt-sub less than ws-sdlt-std-count
               if ws-sdlt-std-lower(ws-sdlt-sub + 1) less than
                 ws-sdlt-upper
                   move ws-sdlt-std-lower(ws-sdlt-sub + 1) to
                     ws-sdlt-upper
               end-if
           end-if
           compute ws-sdlt-slice = ws-sdlt-upper -
             ws-sdlt-std-lower(ws-sdlt-sub)
           compute ws-sdlt-total = ws-sdlt-total +
             ws-sdlt-slice * ws-sdlt-std-percent(ws-sdlt-sub) / 100.
