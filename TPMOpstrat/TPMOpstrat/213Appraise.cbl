              file status file-status
              record key Seq-Key OF Seq-Record.

              select paffile assign dynamic ws-path-paffile
              organization indexed
              access dynamic
              file status file-status
              record key Paf-Key OF Paf-Record.

              select jrnlfile assign dynamic ws-path-jrnlfile
              organization line sequential
              file status file-status.
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

              select availfile assign dynamic ws-path-availfile
              organization indexed
              access dynamic
              file status file-status
              record key Avail-Key OF Avail-Record.

              select travelfile assign dynamic ws-path-travelfile
              organization indexed
              access dynamic
              file status file-status
              record key Travel-Key OF Travel-Record.

              select commsqfile assign dynamic
                ws-path-commsqfile
              organization indexed
              access dynamic
              file status file-status
              record key Comms-ID OF Comms-Record.

       data division.

       file section.
       fd seqctlfile.
       copy "seqrec.cpy".

       fd paffile.
       copy "pafrec.cpy".

       fd jrnlfile.
       copy "jrnlrec.cpy".

       fd pricehistfile.
       copy "pricehistrec.cpy".

       fd BookingFile.
       copy "booking-record.cpy".

       fd availfile.
       copy "availrec.cpy".

       fd travelfile.
       copy "travelrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       working-storage section.

       01 ws-Appraisal-Record.
         05 ws-app-user-id pic x(10) value spaces.
         05 ws-app-outcome pic x(1) value "P".
           88 valid-app-outcome value "P" "p" "I" "i" "L" "l"
             "W" "w" "A" "a" "X" "x".
           88 ws-app-is-appointment value "A".
           88 ws-app-is-cancelled value "X".
         05 ws-app-property-id pic x(10) value spaces.
       01 ws-app-time.
         05 ws-app-hour pic x(2) value spaces.
         05 ws-app-mins pic x(2) value spaces.
       01 ws-app-booked-by pic x(10) value spaces.
       01 ws-app-booked-date pic x(8) value spaces.

      *  THE APPOINTMENT AS LAST READ - TELLS A RESCHEDULE (NEW
      *  CONFIRMATION) AND A CONVERSION (OUTCOME KEYED) APART FROM
      *  AN ORDINARY SAVE.
       01 ws-app-orig-outcome pic x(1) value spaces.
         88 app-was-appointment value "A" "X".
       01 ws-app-orig-date pic x(8) value spaces.
       01 ws-app-orig-time pic x(4) value spaces.
       01 ws-book-appointment PIC X(1) value "N".
         88 book-appointment value "Y" "y".
       01 ws-clash-override pic x(1) value "N".
         88 clash-override value "Y" "y".
       01 ws-valid-app-slot pic x(1) value "0".
         88 valid-app-slot value "1".
       01 ws-negotiator-clash pic x(1) value "N".
         88 negotiator-clash value "Y".
       01 ws-travel-clash pic x(1) value "N".
         88 travel-clash value "Y".
       01 ws-avail-start-num pic 99 value zero.
       01 ws-avail-end-num pic 99 value zero.
       01 ws-day-num pic 99 value zero.
       01 ws-month-num pic 99 value zero.
       01 ws-year-num pic 9(4) value zero.
       01 ws-hour-num pic 99 value zero.
       01 ws-min-num pic 99 value zero.
       01 ws-slot-eof pic x value "0".
         88 slot-eof value "1".
       01 ws-comms-type pic x(10) value spaces.
       01 ws-comms-cust pic x(10) value spaces.
       01 ws-comms-prop pic x(10) value spaces.
       01 ws-comms-numeric pic 9(10) value zero.
       01 ws-comms-docref pic x(10) value spaces.
       01 ws-cust-name pic x(30) value spaces.
       01 ws-user-name pic x(30) value spaces.
       01 ws-new-Appraisal PIC X(1) value "N".
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-pricehistfile pic x(60) value spaces.
       01 ws-path-paffile pic x(60) value spaces.
       01 ws-path-bookingfile pic x(60) value spaces.
       01 ws-path-availfile pic x(60) value spaces.
       01 ws-path-travelfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.
       copy "journal-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

       copy "paf-lookup-variables.cpy".

       copy "travel-plan-variables.cpy".

       Screen section.

       01 Appraisal-screen.
         03 value "]".
         03 line 12 col 2 value "Appraisal date:   [".
         03 pic x(8) using ws-app-date highlight prompt " ".
         03 value "] YYYYMMDD - blank for today".
         03 line 12 col 58 value "Time: [".
         03 pic x(2) using ws-app-hour highlight prompt " ".
         03 value ":".
         03 pic x(2) using ws-app-mins highlight prompt " ".
         03 value "]".
         03 line 13 col 2 value "Attending valuer: [".
         03 pic x(10) using ws-app-user-id highlight prompt " ".
         03 value "]".
         03 value "]".
         03 line 14 col 2 value "Outcome:          [".
         03 pic x(1) using ws-app-outcome highlight prompt " ".
         03 value "] A=Appt P=Pending I=Instr L=Lost W=Withdrew".
         03 line 14 col 68 value "X=Cancel".
         03 line 15 col 2 value "Listing ref:      [".
         03 pic x(10) using ws-app-property-id highlight prompt " ".
         03 value "]   Filled when promoted".
         03 pic x(1) using ws-promote-appraisal highlight
           prompt " ".
         03 value "]".
         03 line 18 col 2 value "Book appointment?:[".
         03 pic x(1) using ws-book-appointment highlight
           prompt " ".
         03 value "]".
         03 line 19 col 2 value "Override clash?:  [".
         03 pic x(1) using ws-clash-override highlight prompt " ".
         03 value "]".
         03 line 23 col 2 value
           "A new appraisal booked as an appointment goes in the".
         03 line 24 col 2 value
           "valuer's diary; key the outcome after the visit.".
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".

       copy "paf-pick-screen.cpy".

       procedure division.

       MAIN section.
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "pricehist.log"
             delimited by size into ws-path-pricehistfile
           string function trim (ws-data-dir) "paf.dat"
             delimited by size into ws-path-paffile
           string function trim (ws-data-dir) "Bookings.dat"
             delimited by size into ws-path-bookingfile
           string function trim (ws-data-dir) "avail.dat"
             delimited by size into ws-path-availfile
           string function trim (ws-data-dir) "traveltimes.dat"
             delimited by size into ws-path-travelfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile.

       p200-process.
           perform p210-getsystemdate
           if not done
               perform p502-checkvalidcustomer
               perform p503-checkvaliduser
               perform p504-check-postcode-address
               if not valid-app-outcome
                   move "P" to ws-app-outcome
               end-if
               move function upper-case (ws-app-outcome) to
                 ws-app-outcome
               if new-Appraisal and book-appointment
                   move "A" to ws-app-outcome
               end-if
               if ws-app-date equal spaces
                   move ws-system-date(1:8) to ws-app-date
               end-if

      *  A VISIT BOOKED AHEAD IS HELD TO THE SAME AVAILABILITY AND
      *  CLASH RULES AS A VIEWING, BOTH WHEN FIRST BOOKED AND WHEN
      *  MOVED.
               move "0" to ws-valid-app-slot
               move "N" to ws-negotiator-clash
               move "N" to ws-travel-clash
               if ws-app-is-appointment and
                 (new-Appraisal or save-changes)
                   perform p505-check-appointment-slot
                   if valid-app-slot and valid-user
                       perform p514-check-valuer-clash
                   end-if
               end-if
               if new-Appraisal
                   move spaces to ws-Appraisal-ID
                   evaluate true
                       when paf-save-held
                           move ws-paf-message to ws-error
                       when not valid-customer or not valid-user or
                         ws-app-address1 equal spaces or
                         ws-app-postcode equal spaces
                           move
                             "ERROR: Vendor, valuer, address and"
                             & " postcode required." to ws-error
                       when ws-app-is-appointment and
                         not valid-app-slot
                           move
                             "ERROR: Appointment needs a date from"
                             & " today and a time HH:MM." to ws-error
                       when ws-app-is-appointment and
                         negotiator-clash and not clash-override
                         and travel-clash
                           string function trim (ws-plan-note)
                             " - override to force."
                             delimited by size into ws-error
                       when ws-app-is-appointment and
                         negotiator-clash and not clash-override
                           move
                             "Valuer is off, outside hours or"
                             & " booked elsewhere - override to"
                             & " force." to ws-error
                       when ws-app-is-appointment
                           perform p230-save-new-Appraisal
                           perform p920-confirm-appointment
                           perform p220-blank-fields
                           string
                             "Appointment booked with reference: "
                             ws-next-reference
                             delimited by size into ws-error
                       when other
                           perform p230-save-new-Appraisal
                           perform p220-blank-fields
                           string
                             "New appraisal recorded with reference: "
                             ws-next-reference
                             into ws-error
                   end-evaluate
               ELSE
                   if ws-Appraisal-ID not equal space
                       evaluate TRUE
                           when manage-competitors
                               call "215Comp"
                               move "N" to ws-manage-competitors
                           when save-changes and paf-save-held
                               move ws-paf-message to ws-error
                           when save-changes and
                             (ws-app-is-appointment or
                             ws-app-is-cancelled) and
                             not app-was-appointment
                               move
                                 "An appraisal already carried out"
                                 & " cannot become an appointment."
                                 to ws-error
                           when save-changes and
                             ws-app-is-appointment and
                             not valid-app-slot
                               move
                                 "Invalid appointment date/time -"
                                 & " not saved." to ws-error
                           when save-changes and negotiator-clash
                             and not clash-override and travel-clash
                               string function trim (ws-plan-note)
                                 " - override to force."
                                 delimited by size into ws-error
                           when save-changes and negotiator-clash
                             and not clash-override
                               move
                                 "Valuer is off, outside hours or"
                                 & " booked elsewhere - override to"
                                 & " force." to ws-error
                           when save-changes and
                             ws-app-orig-outcome equal "A" and
                             not ws-app-is-appointment and
                             not ws-app-is-cancelled and
                             ws-app-date greater than
                             ws-system-date(1:8)
                               move
                                 "The visit is still to come - key"
                                 & " the outcome after it." to ws-error
                           when save-changes
                               perform p250-update-Appraisal
                               move "N" to ws-save-changes
                               move "N" to ws-clash-override
                           when other
                               perform p240-read-Appraisal
                               move "N" to ws-new-Appraisal
           move "P" to ws-app-outcome
           move spaces to ws-app-property-id
           move spaces to ws-cust-name
           move spaces to ws-user-name
           move spaces to ws-paf-last-postcode
           move spaces to ws-app-time
           move spaces to ws-app-booked-by
           move spaces to ws-app-booked-date
           move spaces to ws-app-orig-outcome
           move spaces to ws-app-orig-date
           move spaces to ws-app-orig-time
           move "N" to ws-book-appointment
           move "N" to ws-clash-override.

       p230-save-new-Appraisal.
           perform p270-generate-reference
               close appraisalfile
               open i-o appraisalfile
           end-if
           if ws-app-is-appointment
               move ws-session-user-id to ws-app-booked-by
               move ws-system-date(1:8) to ws-app-booked-date
           end-if
           perform p232-build-record
           write Appraisal-Record.
           perform p990-check-file-status
           CLOSE appraisalfile.
           move "CREATE" to ws-audit-action
           perform p900-write-audit.

       p232-build-record.

      *  FIELD BY FIELD - THE SCREEN HOLDS THE VALUE EDITED, SO ITS
      *  GROUP DOES NOT LINE UP WITH THE RECORD.
           move spaces to Appraisal-Record
           move ws-Appraisal-ID to Appraisal-ID
           move ws-app-cust-id to Appraisal-Cust-ID
           move ws-app-address1 to Appraisal-Address1
           move ws-app-address2 to Appraisal-Address2
           move ws-app-postcode to Appraisal-Postcode
           move zero to Appraisal-Value
           if ws-app-value not equal spaces
               move ws-app-value to Appraisal-Value
           end-if
           move ws-app-date to Appraisal-Date
           move ws-app-user-id to Appraisal-User-ID
           move ws-app-outcome to Appraisal-Outcome
           move ws-app-property-id to Appraisal-Property-ID
           move ws-app-competitor to Appraisal-Competitor-ID
           move ws-app-comp-fee to Appraisal-Comp-Fee
           move function numval (ws-app-comp-price) to
             Appraisal-Comp-Price
           move ws-app-time to Appraisal-Time
           move ws-app-booked-by to Appraisal-Booked-By
           move ws-app-booked-date to Appraisal-Booked-Date.

       p240-read-Appraisal.
           move "0" to invalid-data
           move function trim (ws-Appraisal-ID) to
                   move "1" to invalid-data.

           if not key-not-found
               move Appraisal-ID to ws-Appraisal-ID
               move Appraisal-Cust-ID to ws-app-cust-id
               move Appraisal-Address1 to ws-app-address1
               move Appraisal-Address2 to ws-app-address2
               move Appraisal-Postcode to ws-app-postcode
               move Appraisal-Value to ws-app-value
               move Appraisal-Date to ws-app-date
               move Appraisal-User-ID to ws-app-user-id
               move Appraisal-Outcome to ws-app-outcome
               move Appraisal-Property-ID to ws-app-property-id
               move Appraisal-Time to ws-app-time
               move Appraisal-Booked-By to ws-app-booked-by
               move Appraisal-Booked-Date to ws-app-booked-date
               move Appraisal-Outcome to ws-app-orig-outcome
               move Appraisal-Date to ws-app-orig-date
               move Appraisal-Time to ws-app-orig-time
               move Appraisal-Competitor-ID to ws-app-competitor
               move Appraisal-Comp-Fee to ws-app-comp-fee
               move Appraisal-Comp-Price to ws-app-comp-price
               move ws-app-postcode to ws-paf-last-postcode
               move "Appraisal record retrieved." to ws-error
               perform p502-checkvalidcustomer
               perform p503-checkvaliduser

       p250-update-Appraisal.
           open i-o appraisalfile
           perform p232-build-record
           rewrite Appraisal-Record
               invalid key
                   move "Appraisal record not found." to ws-error
                   move "APPRAISAL" to ws-audit-type
                   move ws-Appraisal-ID to ws-audit-key
                   move "UPDATE" to ws-audit-action
                   perform p900-write-audit
                   perform p255-after-appointment-save.

       p255-after-appointment-save.

      *  A MOVED OR REINSTATED APPOINTMENT IS CONFIRMED AGAIN; ONE
      *  WHOSE OUTCOME HAS JUST BEEN KEYED IS NOW THE APPRAISAL AND
      *  IS AUDITED AS SUCH.
           if ws-app-is-appointment and
             (ws-app-orig-outcome not equal "A" or
             ws-app-date not equal ws-app-orig-date or
             ws-app-time not equal ws-app-orig-time)
               perform p920-confirm-appointment
               move "Appointment moved - confirmation queued." to
                 ws-error
           end-if
           if ws-app-orig-outcome equal "A" and
             not ws-app-is-appointment and not ws-app-is-cancelled
               move "APPRAISAL" to ws-audit-type
               move ws-Appraisal-ID to ws-audit-key
               move "CONVERT" to ws-audit-action
               perform p900-write-audit
               move "Appointment converted into the appraisal." to
                 ws-error
           end-if
           move ws-app-outcome to ws-app-orig-outcome
           move ws-app-date to ws-app-orig-date
           move ws-app-time to ws-app-orig-time.

       p270-generate-reference.
           move "0" to invalid-data
             ws-app-property-id not equal spaces
               move "Appraisal already promoted to a listing." to
                 ws-error
           else
           if ws-app-is-appointment or ws-app-is-cancelled
               move
                 "Key the outcome of the visit before promoting it."
                 to ws-error
           else
               if ws-app-cust-id equal spaces or
                 ws-app-value equal spaces
                     Commission-Rate of Property-Record
                   move zero to
                     Commission-Amount of Property-Record
                   move zero to
                     Property-Renew-Rate of Property-Record
                   move ws-session-branch to
                     Property-Branch of Property-Record
                   write Property-Record
                             delimited by size into ws-error
                   end-write
               end-if
           end-if
           end-if.

       p560-generate-property-reference.
           write Price-History-Record
           close pricehistfile.

       p505-check-appointment-slot.

      *  A REAL DATE AND CLOCK TIME, AND NOT IN THE PAST - THE SAME
      *  RANGES AS A VIEWING SLOT.
           move "0" to ws-valid-app-slot
           if ws-app-date is numeric and ws-app-hour is numeric and
             ws-app-mins is numeric
               move ws-app-date(7:2) to ws-day-num
               move ws-app-date(5:2) to ws-month-num
               move ws-app-date(1:4) to ws-year-num
               move ws-app-hour to ws-hour-num
               move ws-app-mins to ws-min-num
               if ws-day-num >= 1 and ws-day-num <= 31 and
                 ws-month-num >= 1 and ws-month-num <= 12 and
                 ws-year-num >= 2000 and ws-year-num <= 2099 and
                 ws-hour-num <= 23 and ws-min-num <= 59 and
                 ws-app-date not less than ws-system-date(1:8)
                   move "1" to ws-valid-app-slot
               end-if
           end-if.

       p514-check-valuer-clash.

      *  THE VALUER SIDE OF THE VIEWINGS SCREEN'S CLASH CHECK - OFF
      *  FOR THE DAY OR OUTSIDE THAT DAY'S HOURS, ALREADY BOOKED AT
      *  THE SAME SLOT FOR A VIEWING OR ANOTHER APPOINTMENT, OR
      *  UNABLE TO GET THERE FROM THE VISIT BEFORE (OR ON TO THE
      *  ONE AFTER) IN TIME. THE OVERRIDE FLAG FORCES IT THROUGH.
           perform p515-check-availability
           if not negotiator-clash
               perform p516-check-booked-slot
           end-if
           if not negotiator-clash
               perform p518-check-travel
           end-if.

       p515-check-availability.
           move "0" to invalid-data
           open input availfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-app-user-id to Avail-User-ID
           move ws-app-date to Avail-Date
           read availfile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               if avail-is-absent
                   move "Y" to ws-negotiator-clash
               else
                   if Avail-Start-Hour is numeric and
                     Avail-End-Hour is numeric
                       move Avail-Start-Hour to ws-avail-start-num
                       move Avail-End-Hour to ws-avail-end-num
                       if ws-hour-num < ws-avail-start-num or
                         ws-hour-num >= ws-avail-end-num
                           move "Y" to ws-negotiator-clash
                       end-if
                   end-if
               end-if
           end-if
           close availfile.

       p516-check-booked-slot.
           move "0" to ws-slot-eof
           open input BookingFile
           if file-status not equal "35"
               move ws-app-date(7:2) to booking-day
               move ws-app-date(5:2) to booking-month
               move ws-app-date(1:4) to booking-year
               start BookingFile key = Booking-Date of Booking-Record
                   invalid key
                       move "1" to ws-slot-eof
               end-start
               perform until slot-eof or negotiator-clash
                   read BookingFile next record
                       at end
                           move "1" to ws-slot-eof
                       not at end
                           if booking-year not = ws-app-date(1:4) or
                             booking-month not = ws-app-date(5:2) or
                             booking-day not = ws-app-date(7:2)
                               move "1" to ws-slot-eof
                           else
                               if User-ID of Booking-Record equal
                                 ws-app-user-id and
                                 Booking-Time equal ws-app-time and
                                 Booking-Status not equal "X" and
                                 Booking-Status not equal "x"
                                   move "Y" to ws-negotiator-clash
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close BookingFile
           if negotiator-clash
               exit paragraph
           end-if
           move "0" to ws-slot-eof
           open input appraisalfile
           if file-status = "35"
               move "1" to ws-slot-eof
           end-if
           perform until slot-eof or negotiator-clash
               read appraisalfile next record
                   at end
                       move "1" to ws-slot-eof
                   not at end
                       if Appraisal-ID not equal ws-Appraisal-ID and
                         appraisal-appointment and
                         Appraisal-User-ID equal ws-app-user-id and
                         Appraisal-Date equal ws-app-date and
                         Appraisal-Time equal ws-app-time
                           move "Y" to ws-negotiator-clash
                       end-if
               end-read
           end-perform
           close appraisalfile.

       p518-check-travel.
           move ws-app-user-id to ws-plan-user
           move ws-app-date to ws-plan-date
           move spaces to ws-plan-skip-booking
           move ws-Appraisal-ID to ws-plan-skip-appraisal
           move ws-app-time to ws-plan-new-time
           move "A" to ws-plan-new-kind
           move ws-app-postcode to ws-trv-postcode
           perform p870-postcode-district
           move ws-trv-district to ws-plan-new-district
           perform p869-check-new-slot
           move spaces to ws-plan-skip-appraisal
           if plan-unreachable
               move "Y" to ws-negotiator-clash
               move "Y" to ws-travel-clash
           end-if.

           copy "travel-plan.cpy".

       p920-confirm-appointment.

      *  QUEUES THE VENDOR'S APPOINTMENT CONFIRMATION. THERE IS NO
      *  LISTING YET, SO THE ITEM CARRIES THE APPRAISAL REFERENCE.
           move "APPRAPPT" to ws-comms-type
           move ws-app-cust-id to ws-comms-cust
           move spaces to ws-comms-prop
           move ws-Appraisal-ID to ws-comms-docref
           perform p925-queue-communication
           move spaces to ws-comms-docref.

       p925-queue-communication.

      *  REGISTERS THE COMMUNICATION JUST GENERATED ON THE OUTBOUND
      *  QUEUE AT STATUS QUEUED - THE ADMIN WORK QUEUE MARKS IT
      *  PRINTED/EMAILED/FAILED ONCE ACTUALLY PROCESSED.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "COMMS     " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "COMMS     " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-comms-numeric

           open i-o commsqfile
           if file-status = "35"
               close commsqfile
               open output commsqfile
               close commsqfile
               open i-o commsqfile
           end-if
           move ws-comms-numeric to Comms-ID
           move ws-comms-type to Comms-Type
           move ws-comms-cust to Comms-Cust-ID
           move ws-comms-prop to Comms-Property-ID
           move ws-system-date to Comms-Created
           move spaces to Comms-Sent
           move ws-comms-docref to Comms-Doc-Ref
           move "Q" to Comms-Status
           write Comms-Record
               invalid key
                   continue
           end-write
           close commsqfile.

       p990-check-file-status.

      *  SURFACES AND LOGS ANY FILE-STATUS CODE OTHER THAN SUCCESS
               end-if
           end-if.

       p504-check-postcode-address.

      *  A NEW OR CHANGED POSTCODE BEING SAVED IS LOOKED UP ON THE
      *  POSTCODE ADDRESS FILE, SO AN APPRAISAL - AND THE LISTING
      *  PROMOTED FROM IT - CARRIES THE ADDRESS IN THE FILE'S
      *  SPELLING. THE SAVE IS HELD WHILE AN ADDRESS CHOSEN FROM
      *  THE LIST IS CHECKED, OR WHILE A POSTCODE THE FILE DOES NOT
      *  HOLD IS QUERIED.
           move "N" to ws-paf-save-held
           if new-Appraisal or save-changes
               move ws-app-postcode to ws-paf-postcode
               move ws-app-address1 to ws-paf-address1
               move ws-app-address2 to ws-paf-address2
               move 25 to ws-paf-width
               perform p946-paf-offer-addresses
               if paf-address-matched or paf-address-picked
                   move ws-paf-address1 to ws-app-address1
                   move ws-paf-address2 to ws-app-address2
                   move ws-paf-postcode to ws-app-postcode
               end-if
               if paf-not-listed or paf-address-picked
                   move "Y" to ws-paf-save-held
               end-if
           end-if.

       p512-read-customer.
           move "0" to invalid-data
           move function trim (ws-app-cust-id) to

           close userfile.

           copy "paf-lookup.cpy".

           copy "paf-offer.cpy".

       end program 213Appraise.
