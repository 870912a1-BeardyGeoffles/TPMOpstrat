      *  CUSTOMER'S CONTACT DETAILS AND CONSENTED ROUTES, REGISTERS
      *  EACH REMINDER ON THE OUTBOUND COMMUNICATIONS QUEUE, AND
      *  PRINTS A NEXT-DAY RUN SHEET PER NEGOTIATOR SO NOBODY DRIVES
      *  TO A NO-SHOW. THE RUN SHEET LISTS EACH NEGOTIATOR'S
      *  VIEWINGS AND APPRAISALS IN ROUTE ORDER, GROUPED BY POSTCODE
      *  DISTRICT, WITH THE TRAVEL BETWEEN STOPS AND ANY SLOT THAT
      *  CANNOT BE REACHED IN TIME FLAGGED.
      *  RUN FROM THE OPERATING SYSTEM SCHEDULER - NO SCREEN, NO
      *  OPERATOR INPUT.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.

       environment division.

       input-output section.

       file-control.
              select runlockfile assign dynamic ws-path-runlockfile
              organization indexed
              access dynamic
              file status file-status
              record key Runlock-Job OF Runlock-Record.

              select runlocklogfile assign dynamic
                ws-path-runlocklogfile
              organization line sequential
              file status file-status.

              select BookingFile assign dynamic ws-path-bookingfile
              organization indexed
              access dynamic
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

       data division.

       file section.
      *  WRITTEN OUT TO A LINE SEQUENTIAL FILE AND HANDED TO EACH
      *  NEGOTIATOR FIRST THING.
       01 Runsheet-Line.
         03 Runsheet-Text pic x(132).

       fd calfile.
       copy "calrec.cpy".
       fd auditfile.
       copy "auditrec.cpy".

       fd appraisalfile.
       copy "appraisalrec.cpy".

       fd travelfile.
       copy "travelrec.cpy".

       fd runlockfile.
       copy "runlockrec.cpy".

       fd runlocklogfile.
       copy "runlocklogrec.cpy".

       working-storage section.

       copy "run-lock-variables.cpy".

       copy "system-date-variables.cpy".

       copy "session-record.cpy".
       01 ws-path-calfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-appraisalfile pic x(60) value spaces.
       01 ws-path-travelfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
         88 user-header-done value "Y".
       01 ws-reminder-count pic 9(5) value zero.
       01 ws-reminder-count-disp pic ZZZZ9 value zero.
       01 ws-route-count pic 9(5) value zero.
       01 ws-route-time pic x(5) value spaces.
       01 ws-route-mins pic ZZ9 value zero.
       01 ws-route-reach pic x(14) value spaces.

       copy "travel-plan-variables.cpy".

       01 ws-book-cust-name pic x(30) value spaces.
       01 ws-book-cust-phone pic x(15) value spaces.

       MAIN section.
           perform p100-setup
           move "REMIND" to ws-runlock-job
           move "NOTIFY COMMS" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "appraisals.dat"
             delimited by size into ws-path-appraisalfile
           string function trim (ws-data-dir) "traveltimes.dat"
             delimited by size into ws-path-travelfile.

           copy "get-system-date.cpy".

             ws-tomorrow-digits
           move ws-tomorrow-digits to ws-tomorrow-date

           move zero to ws-reminder-count ws-route-count

           open output runsheetfile
           move spaces to Runsheet-Text
           end-if
           close userfile

           if ws-reminder-count equal zero and ws-route-count equal
             zero
               move "  No bookings for tomorrow." to Runsheet-Text
               write Runsheet-Line
           end-if
                           perform p310-consider-booking
               end-perform
           end-if
           close BookingFile
           perform p350-write-run-sheet.

       p310-consider-booking.
           move spaces to ws-booking-date-cmp
           perform p330-read-booking-customer
           perform p340-read-booking-property

           move ws-system-date to Notify-Timestamp
           move Booking-ID of Booking-Record to Notify-Booking-ID
           move Customer-ID of Booking-Record to Notify-Cust-ID
           end-if.
           close PropertyFile.

       p350-write-run-sheet.

      *  THE NEGOTIATOR'S DAY IN ROUTE ORDER - TOMORROW'S VIEWINGS
      *  AND APPRAISALS, WITH THE TRAVEL FROM THE STOP BEFORE.
           move ws-cur-user-id to ws-plan-user
           move ws-tomorrow-date to ws-plan-date
           move spaces to ws-plan-skip-booking
           perform p872-plan-day
           if ws-plan-count = zero
               exit paragraph
           end-if
           add ws-plan-count to ws-route-count
           move "Y" to ws-user-header-done
           move spaces to Runsheet-Text
           string "Negotiator " function trim (ws-cur-user-id)
             "  " function trim (ws-cur-user-name)
             delimited by size into Runsheet-Text
           write Runsheet-Line
           perform varying ws-plan-pos from 1 by 1
             until ws-plan-pos > ws-plan-count
               move ws-plan-order(ws-plan-pos) to ws-plan-sub
               perform p351-write-route-line
           end-perform.

       p351-write-route-line.
           if ws-plan-time(ws-plan-sub) is numeric
               string ws-plan-time(ws-plan-sub)(1:2) ":"
                 ws-plan-time(ws-plan-sub)(3:2)
                 delimited by size into ws-route-time
           else
               move "--:--" to ws-route-time
           end-if
           move spaces to ws-book-cust-name
           move spaces to ws-book-cust-phone
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
               move cust-name of custrec to ws-book-cust-name
               move cust-phone of custrec to ws-book-cust-phone
           end-if
           close custfile
           if ws-plan-reach(ws-plan-sub) = "N"
               move "  CANNOT REACH" to ws-route-reach
           else
               move spaces to ws-route-reach
           end-if
           move ws-plan-travel(ws-plan-sub) to ws-route-mins
           move spaces to Runsheet-Text
           string "  " ws-route-time " " ws-plan-kind(ws-plan-sub)
             " " ws-plan-district(ws-plan-sub) " +" ws-route-mins
             " min  " ws-plan-ref(ws-plan-sub) " "
             function trim (ws-plan-address(ws-plan-sub)) "  "
             function trim (ws-book-cust-name) "  "
             ws-book-cust-phone ws-route-reach
             delimited by size into Runsheet-Text
           write Runsheet-Line.

       p925-queue-communication.

      *  REGISTERS THE REMINDER JUST WRITTEN ON THE OUTBOUND QUEUE

           copy "working-days.cpy".

           copy "travel-plan.cpy".

           copy "run-lock.cpy".

       end program 605Remind.
