              organization line sequential
              file status file-status.

              select BookingFile assign dynamic ws-path-bookingfile
              organization indexed
              access dynamic
              file status file-status
              record key Booking-ID OF Booking-Record
              alternate record key Booking-Date OF
                Booking-Record with duplicates
              alternate record key User-ID OF
                Booking-Record with duplicates.

              select PropertyFile assign dynamic
              ws-path-propertyfile
              organization indexed
              access dynamic
              file status file-status
              record key Property-ID OF Property-Record
              alternate record key Property-Status OF
                Property-Record with duplicates
              alternate record key Customer-ID OF
                Property-Record with duplicates.

              select appraisalfile assign dynamic
                ws-path-appraisalfile
              organization indexed
              access dynamic
              file status file-status
              record key Appraisal-ID OF Appraisal-Record.

              select travelfile assign dynamic ws-path-travelfile
              organization indexed
              access dynamic
              file status file-status
              record key Travel-Key OF Travel-Record.

       data division.

       file section.
       fd auditfile.
       copy "auditrec.cpy".

       fd BookingFile.
       copy "booking-record.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd appraisalfile.
       copy "appraisalrec.cpy".

       fd travelfile.
       copy "travelrec.cpy".

       working-storage section.

       01 ws-avail-user-id pic x(10) value spaces.
       01 ws-path-availfile pic x(60) value spaces.
       01 ws-path-userfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-bookingfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-appraisalfile pic x(60) value spaces.
       01 ws-path-travelfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-valid-user pic x(1) value "0".
       copy "audit-chain-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

      *  THE DAY'S VIEWINGS, OPEN HOUSES AND APPRAISAL VISITS
      *  ALREADY BOOKED FOR THE NEGOTIATOR, SHOWN UNDER THE HOURS.
       01 ws-avail-visit-table.
         03 ws-avail-visit-line pic x(76) occurs 6 times.
       01 ws-avail-visit-more pic x(40) value spaces.
       01 ws-avail-visit-sub pic 9(2) value zero.
       01 ws-avail-visit-time pic x(5) value spaces.
       01 ws-avail-visit-kind pic x(10) value spaces.
       01 ws-avail-visit-count pic 9(2) value zero.

       copy "travel-plan-variables.cpy".

       Screen section.

       01 Avail-screen.
      *  NEGOTIATOR AVAILABILITY
         03 foreground-color 14 line 2 col 2 value
           "NEGOTIATOR AVAILABILITY".
         03 line 3 col 2 value
           "Key a negotiator and date to retrieve that day.".
         03 line 4 col 2 value
           "No record for a date means available as normal.".
         03 line 6 col 2 value "Negotiator no:    [".
         03 pic x(10) using ws-avail-user-id highlight prompt " ".
         03 value "]".
         03 line 13 col 2 value "Save changes?:    [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
         03 line 14 col 2 value "Booked that day:".
         03 line 15 col 4 pic x(76) from ws-avail-visit-line(1).
         03 line 16 col 4 pic x(76) from ws-avail-visit-line(2).
         03 line 17 col 4 pic x(76) from ws-avail-visit-line(3).
         03 line 18 col 4 pic x(76) from ws-avail-visit-line(4).
         03 line 19 col 4 pic x(76) from ws-avail-visit-line(5).
         03 line 20 col 4 pic x(76) from ws-avail-visit-line(6).
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".
           string function trim (ws-data-dir) "users.dat"
             delimited by size into ws-path-userfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "Bookings.dat"
             delimited by size into ws-path-bookingfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "appraisals.dat"
             delimited by size into ws-path-appraisalfile
           string function trim (ws-data-dir) "traveltimes.dat"
             delimited by size into ws-path-travelfile.

       p200-process.
           perform p210-getsystemdate
           end-if
           if not done
               perform p503-checkvaliduser
               move spaces to ws-avail-visit-table
               if not valid-user or ws-avail-date is not numeric
                   move
                     "Enter a valid negotiator and date (YYYYMMDD)."
                   else
                       perform p240-read-avail
                   end-if
                   perform p260-list-day-visits
               end-if
           end-if.

               move "Y" to ws-avail-found
           end-if.

       p260-list-day-visits.

      *  THE DAY AS THE PLANNER SEES IT, IN ROUTE ORDER. MARKING A
      *  DAY ABSENT, OR HOURS THAT CUT ACROSS ANY OF IT, IS FLAGGED
      *  SO THE VISITS CAN BE MOVED.
           move ws-avail-user-id to ws-plan-user
           move ws-avail-date to ws-plan-date
           move spaces to ws-plan-skip-booking
           move spaces to ws-plan-skip-appraisal
           perform p872-plan-day
           move spaces to ws-avail-visit-table
           move zero to ws-avail-visit-count
           perform varying ws-plan-pos from 1 by 1
             until ws-plan-pos > ws-plan-count
               move ws-plan-order(ws-plan-pos) to ws-plan-sub
               perform p261-format-day-visit
           end-perform
           if ws-plan-count = zero
               move "  Nothing booked." to ws-avail-visit-line(1)
           end-if
           if ws-plan-count > 6
               move spaces to ws-avail-visit-more
               move ws-plan-count to ws-avail-visit-count
               string "  ... " ws-avail-visit-count
                 " visits in all - see the day plan"
                 delimited by size into ws-avail-visit-more
               move ws-avail-visit-more to ws-avail-visit-line(6)
           end-if
           move zero to ws-avail-visit-count
           perform varying ws-plan-sub from 1 by 1
             until ws-plan-sub > ws-plan-count
               if ws-avail-absent = "Y" or ws-avail-absent = "y"
                   add 1 to ws-avail-visit-count
               else
                   if ws-plan-time(ws-plan-sub) is numeric and
                     ws-avail-start-hour is numeric and
                     ws-avail-end-hour is numeric
                       if ws-plan-time(ws-plan-sub)(1:2) <
                         ws-avail-start-hour or
                         ws-plan-time(ws-plan-sub)(1:2) not <
                         ws-avail-end-hour
                           add 1 to ws-avail-visit-count
                       end-if
                   end-if
               end-if
           end-perform
           if ws-avail-visit-count not = zero
               move spaces to ws-error
               string "Warning: " ws-avail-visit-count
                 " booked visit(s) fall outside this day's hours."
                 delimited by size into ws-error
           end-if.

       p261-format-day-visit.
           if ws-plan-pos > 6 or
             (ws-plan-pos = 6 and ws-plan-count > 6)
               exit paragraph
           end-if
           if ws-plan-time(ws-plan-sub) is numeric
               string ws-plan-time(ws-plan-sub)(1:2) ":"
                 ws-plan-time(ws-plan-sub)(3:2)
                 delimited by size into ws-avail-visit-time
           else
               move "--:--" to ws-avail-visit-time
           end-if
           evaluate ws-plan-kind(ws-plan-sub)
               when "A"
                   move "APPRAISAL" to ws-avail-visit-kind
               when "O"
                   move "OPEN HOUSE" to ws-avail-visit-kind
               when other
                   move "VIEWING" to ws-avail-visit-kind
           end-evaluate
           string ws-avail-visit-time "  " ws-avail-visit-kind " "
             ws-plan-ref(ws-plan-sub) "  "
             ws-plan-address(ws-plan-sub)
             delimited by size into ws-avail-visit-line(ws-plan-pos).

           copy "travel-plan.cpy".

       p300-end.

           copy "menuoption.cpy".
