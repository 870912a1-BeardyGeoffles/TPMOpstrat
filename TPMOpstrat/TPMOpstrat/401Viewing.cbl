              organization line sequential
              file status file-status.

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

              select dayplanfile assign dynamic
                ws-path-dayplanfile
              organization line sequential
              file status file-status.

       data division.

       file section.
       01 Audseg-Line.
         03 Audseg-Text pic x(80).

       fd appraisalfile.
       copy "appraisalrec.cpy".

       fd travelfile.
       copy "travelrec.cpy".

       fd dayplanfile.

      *  ONE LINE OF A NEGOTIATOR'S DAY PLAN - THE DAY'S VIEWINGS
      *  AND APPRAISALS IN ROUTE ORDER WITH THE TRAVEL BETWEEN.
       01 Dayplan-Line.
         03 Dayplan-Text pic x(110).

       working-storage section.

       01 ws-Booking-Record.
       copy "working-day-variables.cpy".

       copy "journal-variables.cpy".
       01 ws-archive-data pic x(500) value spaces.
       01 ws-fileio-last-status pic xx value spaces.

       01 ws-print-diary pic x(1) value "N".
       01 ws-diary-cust-name pic x(30) value spaces.
       01 ws-diary-user-name pic x(30) value spaces.

       01 ws-print-dayplan pic x(1) value "N".
         88 print-dayplan value "Y" "y".
       01 ws-path-appraisalfile pic x(60) value spaces.
       01 ws-path-travelfile pic x(60) value spaces.
       01 ws-path-dayplanfile pic x(60) value spaces.
       01 ws-dayplan-users pic 9(3) value zero.
       01 ws-dayplan-visits pic 9(5) value zero.
       01 ws-dayplan-travel pic 9(5) value zero.
       01 ws-dayplan-time pic x(5) value spaces.
       01 ws-dayplan-mins pic ZZ9 value zero.
       01 ws-dayplan-total pic ZZZZ9 value zero.
       01 ws-dayplan-reach pic x(12) value spaces.
       01 ws-dayplan-eof pic x value "0".
         88 dayplan-eof value "1".
       01 ws-travel-clash pic x(1) value "N".
         88 travel-clash value "Y".

       copy "travel-plan-variables.cpy".

       01 ws-notify-consent-note pic x(20) value spaces.
       01 ws-notify-cust-phone pic x(15) value spaces.
       01 ws-cn-post pic x(1) value "N".
         03 line 19 col 2 value "Hist?:[".
         03 pic x(1) using ws-view-history highlight prompt " ".
         03 value "]".
         03 line 19 col 12 value "Day plan?:[".
         03 pic x(1) using ws-print-dayplan highlight prompt " ".
         03 value "] diary date, User no (blank=all)".
         03 line 18 col 2 value "Save changes?:    [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
           string function trim (ws-data-dir) "history.txt"
             delimited by size into ws-path-historyfile
           string function trim (ws-data-dir) "logsegs.dat"
             delimited by size into ws-path-logsegfile
           string function trim (ws-data-dir) "appraisals.dat"
             delimited by size into ws-path-appraisalfile
           string function trim (ws-data-dir) "traveltimes.dat"
             delimited by size into ws-path-travelfile
           string function trim (ws-data-dir) "dayplan.txt"
             delimited by size into ws-path-dayplanfile.

       p200-process.
           perform p210-getsystemdate
               perform p530-print-diary
               move "N" to ws-print-diary
           else
           if not done and print-dayplan
               perform p534-print-day-plan
               move "N" to ws-print-dayplan
           else
           if not done
               perform p501-checkvalidproperty
               perform p517-check-keys-out
                             "Property already booked at that"
                             & " date/time." to ws-error
                       else
                       if negotiator-clash and not clash-override
                         and travel-clash
                           string function trim (ws-plan-note)
                             " - override to force."
                             delimited by size into ws-error
                       else
                       if negotiator-clash and not clash-override
                           move
                             "Negotiator is off, outside hours or"
                             to ws-error
                       end-if
                       end-if
                       end-if
                   end-if
               ELSE
                   if ws-Booking-ID not equal space
                               move
                                 "Property already booked at that"
                                 & " date/time." to ws-error
                           when save-changes and negotiator-clash
                             and not clash-override and travel-clash
                               string function trim (ws-plan-note)
                                 " - override to force."
                                 delimited by size into ws-error
                           when save-changes and negotiator-clash
                             and not clash-override
                               move
           end-if
           end-if
           end-if
           end-if
           end-if.

           copy "get-system-date.cpy".

           copy "working-days.cpy".

           copy "travel-plan.cpy".

           copy "write-journal.cpy".

       p905-write-archive.
      *  NEGOTIATOR BEING BOOKED AT TWO DIFFERENT PROPERTIES AT THE
      *  SAME SLOT - THIS IS THE NEGOTIATOR SIDE: OFF FOR THE DAY,
      *  OUTSIDE THAT DAY'S WORKING HOURS, OR ALREADY BOOKED
      *  ELSEWHERE - FOR A VIEWING OR A MARKET APPRAISAL VISIT. A
      *  DELIBERATE DOUBLE CAN BE FORCED THROUGH WITH THE OVERRIDE
      *  FLAG.
           move "N" to ws-negotiator-clash
           move "N" to ws-travel-clash
           if valid-user and valid-booking-date
               perform p515-check-availability
               if not negotiator-clash
                   end-if
                   close BookingFile
               end-if
               if not negotiator-clash
                   perform p519-check-appraisal-slot
               end-if
               if not negotiator-clash and valid-property
                   perform p518-check-travel
               end-if
           end-if.

       p518-check-travel.

      *  THE SLOT MAY BE FREE BUT STILL OUT OF REACH - A VISIT JUST
      *  BEFORE IT ACROSS TOWN, OR ONE JUST AFTER THAT CANNOT BE MADE
      *  FROM HERE IN TIME. RAISED AS A CLASH SO THE SAME OVERRIDE
      *  FORCES IT THROUGH.
           move "N" to ws-travel-clash
           move ws-user-id to ws-plan-user
           string ws-booking-year ws-booking-month ws-booking-day
             delimited by size into ws-plan-date
           move ws-Booking-ID to ws-plan-skip-booking
           move ws-booking-time to ws-plan-new-time
           if ws-type-open-house
               move "O" to ws-plan-new-kind
           else
               move "V" to ws-plan-new-kind
           end-if
           move spaces to ws-trv-postcode
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-property-id to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move Property-Postcode to ws-trv-postcode
           end-if
           close PropertyFile
           perform p870-postcode-district
           move ws-trv-district to ws-plan-new-district
           perform p869-check-new-slot
           if plan-unreachable
               move "Y" to ws-negotiator-clash
               move "Y" to ws-travel-clash
           end-if.

       p515-check-availability.
               move "Y" to ws-negotiator-clash
           end-if.

       p519-check-appraisal-slot.
           move "0" to end-of-file
           open input appraisalfile
           if file-status not equal "35"
               perform until eof or negotiator-clash
                   read appraisalfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if appraisal-appointment and
                             Appraisal-User-ID equal ws-user-id and
                             Appraisal-Date(1:4) equal ws-booking-year
                             and Appraisal-Date(5:2) equal
                             ws-booking-month and
                             Appraisal-Date(7:2) equal ws-booking-day
                             and Appraisal-Time equal ws-booking-time
                               move "Y" to ws-negotiator-clash
                           end-if
                   end-read
               end-perform
           end-if
           close appraisalfile.

       p505-checkvaliddiarydate.
      *  SAME SHAPE AS P504, JUST FOR THE DIARY DATE BOX - DAY 01-31,
      *  MONTH 01-12, A SANE YEAR. NO TIME COMPONENT TO CHECK HERE.
       p530-print-diary.
      *  PRINTS A DAY'S (OR, IF WEEKLY IS SET, A WEEK'S) VIEWINGS
      *  DIARY - EVERY BOOKING WHOSE DATE FALLS IN THE CHOSEN WINDOW,
      *  WITH ITS PROPERTY/CUSTOMER/NEGOTIATOR LOOKED UP FOR DISPLAY,
      *  AND EVERY MARKET APPRAISAL VISIT BOOKED IN IT.
           perform p505-checkvaliddiarydate
           if not valid-diary-date
               move "Diary date invalid - nothing printed." to
                   perform until ws-diary-scan-int >
                     ws-diary-end-int
                       perform p533-scan-one-diary-day
                       perform p537-scan-diary-appraisals
                       add 1 to ws-diary-scan-int
                   end-perform
               end-if
               perform p965-catalogue-report
           end-if.

       p534-print-day-plan.
      *  PRINTS THE DAY'S ROUTE FOR ONE NEGOTIATOR (OR FOR EVERY
      *  NEGOTIATOR WITH VISITS THAT DAY WHEN USER NO IS BLANK) -
      *  VIEWINGS AND APPRAISALS GROUPED BY POSTCODE DISTRICT, WITH
      *  THE TRAVEL FROM EACH STOP TO THE NEXT AND ANY SLOT THAT
      *  CANNOT BE REACHED IN TIME.
           perform p505-checkvaliddiarydate
           if not valid-diary-date
               move "Diary date invalid - no day plan printed." to
                 ws-error
               exit paragraph
           end-if
           move zero to ws-dayplan-users ws-dayplan-visits
           string ws-diary-year ws-diary-month ws-diary-day
             delimited by size into ws-plan-date
           move spaces to ws-plan-skip-booking
           open output dayplanfile
           move spaces to Dayplan-Text
           string "Day plan - " ws-diary-day "/" ws-diary-month "/"
             ws-diary-year delimited by size into Dayplan-Text
           write Dayplan-Line
           if ws-user-id not = spaces
               move ws-user-id to ws-plan-user
               move spaces to ws-diary-user-name
               move "0" to invalid-data
               open input userfile
               if file-status = "35"
                   move "1" to invalid-data
               end-if
               move ws-plan-user to user-id of userrec
               read userfile
                   invalid key
                       move "1" to invalid-data
               end-read
               if not key-not-found
                   move user-name of userrec to ws-diary-user-name
               end-if
               close userfile
               perform p535-plan-one-user
           else
               move "0" to ws-dayplan-eof
               open input userfile
               if file-status = "35"
                   move "1" to ws-dayplan-eof
               end-if
               perform until dayplan-eof
                   read userfile next record
                       at end
                           move "1" to ws-dayplan-eof
                       not at end
                           move user-id of userrec to ws-plan-user
                           move user-name of userrec to
                             ws-diary-user-name
                           perform p535-plan-one-user
                   end-read
               end-perform
               close userfile
           end-if
           if ws-dayplan-users = zero
               move spaces to Dayplan-Text
               write Dayplan-Line
               move "  No viewings or appraisals on this day." to
                 Dayplan-Text
               write Dayplan-Line
           end-if
           close dayplanfile
           if ws-dayplan-users = zero
               move "Day plan printed - no visits found." to ws-error
           else
               move "Day plan printed." to ws-error
           end-if
           move "DAYPLAN" to ws-cat-type
           move ws-path-dayplanfile to ws-cat-source
           move spaces to ws-cat-params
           string ws-plan-date " " ws-user-id
             delimited by size into ws-cat-params
           move ws-dayplan-visits to ws-cat-count
           perform p965-catalogue-report.

       p535-plan-one-user.
           perform p872-plan-day
           if ws-plan-count = zero
               exit paragraph
           end-if
           add 1 to ws-dayplan-users
           add ws-plan-count to ws-dayplan-visits
           move zero to ws-dayplan-travel
           move spaces to Dayplan-Text
           write Dayplan-Line
           string "Negotiator " ws-plan-user "  "
             function trim (ws-diary-user-name)
             delimited by size into Dayplan-Text
           write Dayplan-Line
           perform varying ws-plan-pos from 1 by 1
             until ws-plan-pos > ws-plan-count
               move ws-plan-order(ws-plan-pos) to ws-plan-sub
               perform p536-write-plan-line
           end-perform
           move ws-dayplan-travel to ws-dayplan-total
           move spaces to Dayplan-Text
           string "  " ws-plan-count " visits, "
             function trim (ws-dayplan-total) " min travel"
             delimited by size into Dayplan-Text
           write Dayplan-Line.

       p536-write-plan-line.
           if ws-plan-time(ws-plan-sub) is numeric
               string ws-plan-time(ws-plan-sub)(1:2) ":"
                 ws-plan-time(ws-plan-sub)(3:2)
                 delimited by size into ws-dayplan-time
           else
               move "--:--" to ws-dayplan-time
           end-if
           move spaces to ws-diary-cust-name
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-plan-cust(ws-plan-sub) to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move cust-name of custrec to ws-diary-cust-name
           end-if
           close custfile
           if ws-plan-reach(ws-plan-sub) = "N"
               move "CANNOT REACH" to ws-dayplan-reach
           else
               move spaces to ws-dayplan-reach
           end-if
           add ws-plan-travel(ws-plan-sub) to ws-dayplan-travel
           move ws-plan-travel(ws-plan-sub) to ws-dayplan-mins
           move spaces to Dayplan-Text
           string "  " ws-dayplan-time " " ws-plan-kind(ws-plan-sub)
             " " ws-plan-district(ws-plan-sub) " +" ws-dayplan-mins
             " min  " ws-plan-ref(ws-plan-sub) "  "
             ws-plan-address(ws-plan-sub) "  "
             ws-diary-cust-name(1:20) "  " ws-dayplan-reach
             delimited by size into Dayplan-Text
           write Dayplan-Line.

       p533-scan-one-diary-day.

      *  POSITIONS ON THE FIRST BOOKING FOR ONE CALENDAR DAY VIA
                       end-if
           end-perform.

       p537-scan-diary-appraisals.

      *  THE APPRAISAL FILE HAS NO DATE KEY - ONE PASS PER DAY PICKS
      *  OUT THE APPOINTMENTS STILL TO BE VISITED THAT DAY.
           move function date-of-integer (ws-diary-scan-int) to
             ws-diary-scan-date
           move "0" to ws-dayplan-eof
           open input appraisalfile
           if file-status = "35"
               move "1" to ws-dayplan-eof
           end-if
           perform until dayplan-eof
               read appraisalfile next record
                   at end
                       move "1" to ws-dayplan-eof
                   not at end
                       if appraisal-appointment and
                         Appraisal-Date equal ws-diary-scan-date
                           add 1 to ws-diary-match-count
                           perform p538-write-appraisal-diary-line
                       end-if
               end-read
           end-perform
           close appraisalfile.

       p538-write-appraisal-diary-line.
           move spaces to ws-diary-cust-name
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Appraisal-Cust-ID to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move cust-name of custrec to ws-diary-cust-name
           end-if
           close custfile

           move spaces to ws-diary-user-name
           move "0" to invalid-data
           open input userfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Appraisal-User-ID to user-id of userrec
           read userfile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move user-name of userrec to ws-diary-user-name
           end-if
           close userfile

           move spaces to Diary-Text
           string
             Appraisal-Date(7:2) "/" Appraisal-Date(5:2) "/"
             Appraisal-Date(1:4) " "
             Appraisal-Time(1:2) ":" Appraisal-Time(3:2) "  "
             "APPRAISAL  "
             function trim (Appraisal-Address1) "  "
             function trim (ws-diary-cust-name) "  "
             function trim (ws-diary-user-name)
             delimited by size into Diary-Text
           write Diary-Line.

       p532-write-diary-line.
           move "0" to invalid-data
           open input PropertyFile
