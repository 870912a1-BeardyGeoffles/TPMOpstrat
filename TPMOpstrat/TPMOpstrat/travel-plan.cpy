      *  TRAVEL-AWARE DAY PLANNER - SHARED BY THE VIEWINGS SCREEN
      *  (THE NEW-SLOT WARNING AND THE DAY PLAN PRINT) AND THE
      *  OVERNIGHT RUN SHEET. A NEGOTIATOR'S VISITS FOR A DAY ARE
      *  THEIR LIVE BOOKINGS PLUS THE APPRAISALS DUE THAT DAY (AN
      *  APPRAISAL BOOKED AS AN APPOINTMENT IS TIMED, ONE KEYED
      *  ONLY AFTER THE VISIT IS NOT, A CANCELLED ONE IS LEFT OUT);
      *  TIMED VISITS RUN IN TIME ORDER AND EACH UNTIMED ONE IS
      *  SLOTTED IN BEHIND THE LAST VISIT IN THE SAME POSTCODE
      *  DISTRICT, SO THE DAY GROUPS BY AREA. TRAVEL COMES FROM THE
      *  DISTRICT-TO-DISTRICT TABLE, OR THE STANDARD ALLOWANCES
      *  WHEN A PAIR IS NOT ON IT. THE CALLER NEEDS BOOKINGFILE,
      *  PROPERTYFILE, APPRAISALFILE AND TRAVELFILE SELECTED (NOT
      *  OPEN) AND INVALID-DATA/KEY-NOT-FOUND AND FILE-STATUS.
       p870-postcode-district.
           move function upper-case (function trim (ws-trv-postcode))
             to ws-trv-pc
           move spaces to ws-trv-district
           move zero to ws-trv-pc-len
           inspect ws-trv-pc tallying ws-trv-pc-len
             for characters before initial space
           if ws-trv-pc-len < 10
               if ws-trv-pc(ws-trv-pc-len + 1:) not = spaces
                   move ws-trv-pc(1:ws-trv-pc-len) to ws-trv-district
                   exit paragraph
               end-if
           end-if
           evaluate true
               when ws-trv-pc = spaces
                   continue
               when ws-trv-pc-len > 3
                   move ws-trv-pc(1:ws-trv-pc-len - 3) to
                     ws-trv-district
               when other
                   move ws-trv-pc to ws-trv-district
           end-evaluate.

       p871-travel-minutes.
           move "0" to invalid-data
           open input travelfile
           if file-status = "35"
               move "1" to invalid-data
           else
               move ws-trv-from to Travel-From
               move ws-trv-to to Travel-To
               read travelfile
                   invalid key
                       move ws-trv-to to Travel-From
                       move ws-trv-from to Travel-To
                       read travelfile
                           invalid key
                               move "1" to invalid-data
                       end-read
               end-read
               close travelfile
           end-if
           if not key-not-found
               move Travel-Minutes to ws-trv-minutes
           else
               move spaces to ws-trv-area-from ws-trv-area-to
               perform varying ws-trv-sub from 1 by 1
                 until ws-trv-sub > 2
                   if ws-trv-from(ws-trv-sub:1) is alphabetic and
                     ws-trv-from(ws-trv-sub:1) not = space
                       move ws-trv-from(ws-trv-sub:1) to
                         ws-trv-area-from(ws-trv-sub:1)
                   else
                       move 3 to ws-trv-sub
                   end-if
               end-perform
               perform varying ws-trv-sub from 1 by 1
                 until ws-trv-sub > 2
                   if ws-trv-to(ws-trv-sub:1) is alphabetic and
                     ws-trv-to(ws-trv-sub:1) not = space
                       move ws-trv-to(ws-trv-sub:1) to
                         ws-trv-area-to(ws-trv-sub:1)
                   else
                       move 3 to ws-trv-sub
                   end-if
               end-perform
               evaluate true
                   when ws-trv-from = spaces or ws-trv-to = spaces
                       move ws-trv-other-area to ws-trv-minutes
                   when ws-trv-from = ws-trv-to
                       move ws-trv-same-district to ws-trv-minutes
                   when ws-trv-area-from = ws-trv-area-to
                       move ws-trv-same-area to ws-trv-minutes
                   when other
                       move ws-trv-other-area to ws-trv-minutes
               end-evaluate
           end-if.

       p872-plan-day.
           move zero to ws-plan-count
           move "0" to ws-plan-eof
           open input BookingFile
           if file-status not = "35"
               move ws-plan-date(7:2) to booking-day
               move ws-plan-date(5:2) to booking-month
               move ws-plan-date(1:4) to booking-year
               start BookingFile key = Booking-Date of Booking-Record
                   invalid key
                       move "1" to ws-plan-eof
               end-start
               perform until plan-eof
                   read BookingFile next record
                       at end
                           move "1" to ws-plan-eof
                       not at end
                           if booking-year not = ws-plan-date(1:4) or
                             booking-month not = ws-plan-date(5:2) or
                             booking-day not = ws-plan-date(7:2)
                               move "1" to ws-plan-eof
                           else
                               perform p873-add-booking
                           end-if
                   end-read
               end-perform
               close BookingFile
           end-if
           move "0" to ws-plan-eof
           open input appraisalfile
           if file-status not = "35"
               perform until plan-eof
                   read appraisalfile next record
                       at end
                           move "1" to ws-plan-eof
                       not at end
                           if Appraisal-Date = ws-plan-date and
                             Appraisal-User-ID = ws-plan-user and
                             Appraisal-ID not = ws-plan-skip-appraisal
                             and not appraisal-cancelled and
                             ws-plan-count < 40
                               perform p874-add-appraisal
                           end-if
                   end-read
               end-perform
               close appraisalfile
           end-if
           perform p875-route-order.

       p873-add-booking.
           if User-ID of Booking-Record not = ws-plan-user or
             Booking-Status = "X" or Booking-Status = "x" or
             Booking-ID = ws-plan-skip-booking or ws-plan-count = 40
               exit paragraph
           end-if
           add 1 to ws-plan-count
           move Booking-Time to ws-plan-time(ws-plan-count)
           if booking-is-open-house
               move "O" to ws-plan-kind(ws-plan-count)
           else
               move "V" to ws-plan-kind(ws-plan-count)
           end-if
           move Booking-ID to ws-plan-ref(ws-plan-count)
           move Property-ID of Booking-Record to
             ws-plan-property(ws-plan-count)
           move Customer-ID of Booking-Record to
             ws-plan-cust(ws-plan-count)
           move spaces to ws-plan-address(ws-plan-count)
             ws-trv-postcode
           move "0" to invalid-data
           open input PropertyFile
           move Property-ID of Booking-Record to
             Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move Property-Address1 to
                 ws-plan-address(ws-plan-count)
               move Property-Postcode to ws-trv-postcode
           end-if
           close PropertyFile
           perform p870-postcode-district
           move ws-trv-district to ws-plan-district(ws-plan-count).

       p874-add-appraisal.
           add 1 to ws-plan-count
           move spaces to ws-plan-time(ws-plan-count)
           if Appraisal-Time is numeric
               move Appraisal-Time to ws-plan-time(ws-plan-count)
           end-if
           move "A" to ws-plan-kind(ws-plan-count)
           move Appraisal-ID to ws-plan-ref(ws-plan-count)
           move Appraisal-Property-ID to
             ws-plan-property(ws-plan-count)
           move Appraisal-Cust-ID to ws-plan-cust(ws-plan-count)
           move Appraisal-Address1 to ws-plan-address(ws-plan-count)
           move Appraisal-Postcode to ws-trv-postcode
           perform p870-postcode-district
           move ws-trv-district to ws-plan-district(ws-plan-count).

      *  TIMED VISITS FIRST IN TIME ORDER, THEN EACH UNTIMED VISIT
      *  BEHIND THE LAST ONE ALREADY ROUTED IN ITS DISTRICT (OR ON
      *  THE END IF IT IS THE FIRST THERE). TRAVEL AND REACHABILITY
      *  ARE THEN WORKED DOWN THE ROUTE.
       p875-route-order.
           move zero to ws-plan-timed
           perform varying ws-plan-sub from 1 by 1
             until ws-plan-sub > ws-plan-count
               if ws-plan-time(ws-plan-sub) is numeric
                   perform p876-insert-timed
               end-if
           end-perform
           perform varying ws-plan-sub from 1 by 1
             until ws-plan-sub > ws-plan-count
               if ws-plan-time(ws-plan-sub) is not numeric
                   perform p877-insert-untimed
               end-if
           end-perform
           perform varying ws-plan-pos from 1 by 1
             until ws-plan-pos > ws-plan-count
               move ws-plan-order(ws-plan-pos) to ws-plan-sub
               move "Y" to ws-plan-reach(ws-plan-sub)
               move zero to ws-plan-travel(ws-plan-sub)
               if ws-plan-pos > 1
                   move ws-plan-order(ws-plan-pos - 1) to ws-plan-prev
                   move ws-plan-district(ws-plan-prev) to ws-trv-from
                   move ws-plan-district(ws-plan-sub) to ws-trv-to
                   perform p871-travel-minutes
                   move ws-trv-minutes to ws-plan-travel(ws-plan-sub)
                   if ws-plan-time(ws-plan-prev) is numeric and
                     ws-plan-time(ws-plan-sub) is numeric
                       move ws-plan-time(ws-plan-prev) to ws-plan-hhmm
                       perform p878-hhmm-to-mins
                       move ws-plan-kind(ws-plan-prev) to
                         ws-plan-kind-in
                       perform p879-visit-length
                       compute ws-plan-end = ws-plan-mins + ws-plan-dur
                         + ws-plan-travel(ws-plan-sub)
                       move ws-plan-time(ws-plan-sub) to ws-plan-hhmm
                       perform p878-hhmm-to-mins
                       if ws-plan-end > ws-plan-mins
                           move "N" to ws-plan-reach(ws-plan-sub)
                       end-if
                   end-if
               end-if
           end-perform.

       p876-insert-timed.
           add 1 to ws-plan-timed
           move ws-plan-timed to ws-plan-pos
           perform until ws-plan-pos = 1
               move ws-plan-order(ws-plan-pos - 1) to ws-plan-prev
               if ws-plan-time(ws-plan-prev) not >
                 ws-plan-time(ws-plan-sub)
                   exit perform
               end-if
               move ws-plan-prev to ws-plan-order(ws-plan-pos)
               subtract 1 from ws-plan-pos
           end-perform
           move ws-plan-sub to ws-plan-order(ws-plan-pos).

       p877-insert-untimed.
           move zero to ws-plan-next
           perform varying ws-plan-pos from 1 by 1
             until ws-plan-pos > ws-plan-timed
               move ws-plan-order(ws-plan-pos) to ws-plan-prev
               if ws-plan-district(ws-plan-prev) =
                 ws-plan-district(ws-plan-sub)
                   move ws-plan-pos to ws-plan-next
               end-if
           end-perform
           add 1 to ws-plan-timed
           if ws-plan-next = zero
               move ws-plan-sub to ws-plan-order(ws-plan-timed)
           else
               move ws-plan-timed to ws-plan-pos
               perform until ws-plan-pos = ws-plan-next + 1
                   move ws-plan-order(ws-plan-pos - 1) to
                     ws-plan-order(ws-plan-pos)
                   subtract 1 from ws-plan-pos
               end-perform
               move ws-plan-sub to ws-plan-order(ws-plan-pos)
           end-if.

       p878-hhmm-to-mins.
           compute ws-plan-mins =
             function numval (ws-plan-hhmm(1:2)) * 60 +
             function numval (ws-plan-hhmm(3:2)).

       p879-visit-length.
           evaluate ws-plan-kind-in
               when "O"
                   move ws-trv-openhouse-mins to ws-plan-dur
               when "A"
                   move ws-trv-appraisal-mins to ws-plan-dur
               when other
                   move ws-trv-viewing-mins to ws-plan-dur
           end-evaluate.

      *  NEW-SLOT CHECK - WITH THE DAY LOADED (LEAVING OUT THE
      *  BOOKING BEING MOVED), FIND THE TIMED VISITS EITHER SIDE OF
      *  THE NEW SLOT AND SEE WHETHER THE TRAVEL FITS BOTH GAPS.
       p869-check-new-slot.
           move "N" to ws-plan-unreachable
           move spaces to ws-plan-note
           perform p872-plan-day
           move zero to ws-plan-prev ws-plan-next
           perform varying ws-plan-sub from 1 by 1
             until ws-plan-sub > ws-plan-count
               if ws-plan-time(ws-plan-sub) is numeric
                   if ws-plan-time(ws-plan-sub) not > ws-plan-new-time
                       if ws-plan-prev = zero
                           move ws-plan-sub to ws-plan-prev
                       else
                           if ws-plan-time(ws-plan-sub) >
                             ws-plan-time(ws-plan-prev)
                               move ws-plan-sub to ws-plan-prev
                           end-if
                       end-if
                   else
                       if ws-plan-next = zero
                           move ws-plan-sub to ws-plan-next
                       else
                           if ws-plan-time(ws-plan-sub) <
                             ws-plan-time(ws-plan-next)
                               move ws-plan-sub to ws-plan-next
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           if ws-plan-prev not = zero
               move ws-plan-district(ws-plan-prev) to ws-trv-from
               move ws-plan-new-district to ws-trv-to
               perform p871-travel-minutes
               move ws-plan-time(ws-plan-prev) to ws-plan-hhmm
               perform p878-hhmm-to-mins
               move ws-plan-kind(ws-plan-prev) to ws-plan-kind-in
               perform p879-visit-length
               compute ws-plan-end = ws-plan-mins + ws-plan-dur
                 + ws-trv-minutes
               move ws-plan-new-time to ws-plan-hhmm
               perform p878-hhmm-to-mins
               if ws-plan-end > ws-plan-mins
                   move "Y" to ws-plan-unreachable
                   move ws-trv-minutes to ws-plan-mins-disp
                   string "Too far from "
                     ws-plan-time(ws-plan-prev)(1:2) ":"
                     ws-plan-time(ws-plan-prev)(3:2) " visit in "
                     function trim (ws-trv-from) " ("
                     function trim (ws-plan-mins-disp)
                     " min travel)" delimited by size
                     into ws-plan-note
                   exit paragraph
               end-if
           end-if
           if ws-plan-next not = zero
               move ws-plan-new-district to ws-trv-from
               move ws-plan-district(ws-plan-next) to ws-trv-to
               perform p871-travel-minutes
               move ws-plan-new-time to ws-plan-hhmm
               perform p878-hhmm-to-mins
               move ws-plan-new-kind to ws-plan-kind-in
               perform p879-visit-length
               compute ws-plan-end = ws-plan-mins + ws-plan-dur
                 + ws-trv-minutes
               move ws-plan-time(ws-plan-next) to ws-plan-hhmm
               perform p878-hhmm-to-mins
               if ws-plan-end > ws-plan-mins
                   move "Y" to ws-plan-unreachable
                   move ws-trv-minutes to ws-plan-mins-disp
                   string "Too near "
                     ws-plan-time(ws-plan-next)(1:2) ":"
                     ws-plan-time(ws-plan-next)(3:2) " visit in "
                     function trim (ws-trv-to) " ("
                     function trim (ws-plan-mins-disp)
                     " min travel)" delimited by size
                     into ws-plan-note
               end-if
           end-if.
