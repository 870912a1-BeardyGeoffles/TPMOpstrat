       identification division.
       program-id. 645Grade.

      *  NIGHTLY APPLICANT GRADING RUN. GRADES EVERY ACTIVE BUYING
      *  APPLICANT HOT, WARM OR COLD SO NEGOTIATORS RING THE BUYERS
      *  MOST LIKELY TO PROCEED FIRST. THE SCORE (0-100) ADDS UP
      *  PROCEEDABILITY FROM THE APPLICANT'S LATEST OFFER (CASH,
      *  MORTGAGE AGREED, NOT STARTED), WHETHER THEY HAVE A PROPERTY
      *  TO SELL AND HOW FAR THAT SALE HAS GOT (FROM THE OFFER, OR
      *  THEIR OWN LISTING WITH US), HOW RECENTLY THEY VIEWED AND
      *  WERE CONTACTED, AND HOW MANY FOR-SALE LISTINGS MEET THEIR
      *  REQUIREMENTS - BY AREA, OR BY DISTANCE FOR AN APPLICANT
      *  WHO GAVE A CENTRE POSTCODE AND RADIUS. THE GRADE, SCORE,
      *  REASONS AND THE NEGOTIATOR WHO LAST DEALT WITH THEM ARE
      *  STORED ON THE REQUIREMENTS ROW, AND A CALL LIST PER
      *  NEGOTIATOR IS PRINTED HOT FIRST. RUN FROM THE OPERATING
      *  SYSTEM SCHEDULER AHEAD OF THE MATCH RUN, WHICH LISTS ITS
      *  MATCHES IN GRADE ORDER - NO SCREEN, NO OPERATOR INPUT.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.

       environment division.

       configuration section.
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

              select reqfile assign dynamic ws-path-reqfile
              organization indexed
              access dynamic
              file status file-status
              record key Req-Cust-ID OF Requirement-Record.

              select offerfile assign dynamic ws-path-offerfile
              organization indexed
              access dynamic
              file status file-status
              record key Offer-ID OF Offer-Record.

              select BookingFile assign dynamic ws-path-bookingfile
              organization indexed
              access dynamic
              file status file-status
              record key Booking-ID OF Booking-Record
              alternate record key Booking-Date OF
                Booking-Record with duplicates
              alternate record key User-ID OF
                Booking-Record with duplicates.

              select contactfile assign dynamic ws-path-contactfile
              organization indexed
              access dynamic
              file status file-status
              record key Contact-ID OF Contact-Record
              alternate record key Contact-Cust-ID OF
                Contact-Record with duplicates.

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

              select userfile assign dynamic ws-path-userfile
              organization indexed
              access dynamic
              file status file-status
              record key user-id OF userrec.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select pcgeofile assign dynamic ws-path-pcgeofile
              organization indexed
              access dynamic
              file status file-status
              record key Pcgeo-Postcode-Key OF Pcgeo-Record.

              select callfile assign dynamic ws-path-callfile
              organization line sequential
              file status file-status.

              select batchlogfile assign dynamic ws-path-batchlogfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd reqfile.
       copy "requirementsrec.cpy".

       fd offerfile.
       copy "offerrec.cpy".

       fd BookingFile.
       copy "booking-record.cpy".

       fd contactfile.
       copy "contactrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd userfile.
       copy "userrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd pcgeofile.
       copy "pcgeorec.cpy".

       fd callfile.

      *  GRADED CALL LIST LINE - ONE FREE-TEXT LINE PER APPLICANT,
      *  GROUPED PER NEGOTIATOR, HOT FIRST, FOR THE MORNING CALLS.
       01 Call-Line.
         03 Call-Text pic x(132).

       fd batchlogfile.

      *  ONE RUN LOG LINE IN THE BATCH DRIVER'S SHAPE, SO THE
      *  BATCH MONITOR SEES THIS JOB'S LAST RUN TOO.
       01 Batchlog-Line.
         03 Batchlog-Text pic x(110).

       fd auditfile.
       copy "auditrec.cpy".

       fd runlockfile.
       copy "runlockrec.cpy".

       fd runlocklogfile.
       copy "runlocklogrec.cpy".

       working-storage section.

       copy "run-lock-variables.cpy".

       copy "system-date-variables.cpy".

       copy "session-record.cpy".

       01 end-of-file pic x value "0".
         88 eof value "1".
       01 ws-user-eof pic x value "0".
         88 user-eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-reqfile pic x(60) value spaces.
       01 ws-path-offerfile pic x(60) value spaces.
       01 ws-path-bookingfile pic x(60) value spaces.
       01 ws-path-contactfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-userfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-pcgeofile pic x(60) value spaces.
       01 ws-path-callfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       copy "pcgeo-distance-variables.cpy".
       01 ws-prop-geo-found pic x(1) value "N".
         88 prop-geo-found value "Y".

      *  GRADE BOUNDARIES ON THE 0-100 SCORE.
       01 ws-hot-score pic 9(3) value 060.
       01 ws-warm-score pic 9(3) value 030.

       01 ws-today pic x(8) value spaces.
       01 ws-today-int pic 9(8) value zero.
       01 ws-date-int pic 9(8) value zero.
       01 ws-days-ago pic 9(5) value zero.
       01 ws-days-disp pic ZZZZ9 value zero.
       01 ws-booking-date-cmp pic x(8) value spaces.
       01 ws-prop-status-uc pic x(2) value spaces.
       01 ws-prop-price-plain pic 9(9)v99 value zero.
       01 ws-area-matches pic x(1) value "N".
         88 area-matches value "Y".
       01 ws-area-len pic 9(3) value zero.
       01 ws-area-code pic x(4) value spaces.
       01 ws-find-cust pic x(10) value spaces.
       01 ws-score pic 9(3) value zero.
       01 ws-sell-state pic x(1) value spaces.
       01 ws-reason-ptr pic 9(3) value zero.
       01 ws-reason-word pic x(12) value spaces.
       01 ws-matches-disp pic ZZ9 value zero.
       01 ws-score-disp pic ZZ9 value zero.
       01 ws-cur-user-id pic x(10) value spaces.
       01 ws-cur-user-name pic x(30) value spaces.
       01 ws-user-header-done pic x(1) value "N".
         88 user-header-done value "Y".
       01 ws-list-grade pic x(1) value spaces.
       01 ws-pass pic 9(1) value zero.
       01 ws-applicant-name pic x(30) value spaces.
       01 ws-applicant-phone pic x(15) value spaces.

      *  ACTIVE APPLICANTS, LOADED IN CUSTOMER ORDER FROM THE
      *  REQUIREMENTS FILE AND FILLED IN BY ONE PASS OVER EACH OF
      *  THE OFFERS, BOOKINGS, CONTACTS AND PROPERTIES.
       01 ws-ga-count pic 9(4) value zero.
       01 ws-ga-max pic 9(4) value 2000.
       01 ws-ga-over pic 9(5) value zero.
       01 ws-ga-idx pic 9(4) value zero.
       01 ws-ga-found pic 9(4) value zero.
       01 ws-ga-table.
         03 ws-ga-entry occurs 2000 times.
           05 ws-ga-cust pic x(10).
           05 ws-ga-price-low pic 9(9)v99.
           05 ws-ga-price-high pic 9(9)v99.
           05 ws-ga-area pic x(4) occurs 3 times.
           05 ws-ga-type pic x(1).
           05 ws-ga-radius pic 9(2).
           05 ws-ga-geo-found pic x(1).
           05 ws-ga-easting pic 9(7).
           05 ws-ga-northing pic 9(7).
           05 ws-ga-offer-id pic x(10).
           05 ws-ga-offer-date pic x(8).
           05 ws-ga-funding pic x(1).
           05 ws-ga-must-sell pic x(1).
           05 ws-ga-sale-status pic x(1).
           05 ws-ga-own-status pic x(2).
           05 ws-ga-viewed pic x(8).
           05 ws-ga-view-user pic x(10).
           05 ws-ga-contacted pic x(8).
           05 ws-ga-contact-user pic x(10).
           05 ws-ga-matches pic 9(3).
           05 ws-ga-grade pic x(1).
           05 ws-ga-score pic 9(3).
           05 ws-ga-reasons pic x(60).
           05 ws-ga-user pic x(10).
       01 ws-area-idx pic 9(1) value zero.

       01 ws-hot-count pic 9(5) value zero.
       01 ws-warm-count pic 9(5) value zero.
       01 ws-cold-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-count-disp2 pic ZZZZ9 value zero.
       01 ws-count-disp3 pic ZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "GRADE" to ws-runlock-job
           move "REQS" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.

       p100-setup.
           perform p110-resolve-file-paths
           perform p210-getsystemdate
      *  RUN STANDALONE FROM THE SCHEDULER THERE IS NO LOGGED-ON
      *  SESSION - THE EXTERNAL SESSION RECORD ARRIVES AS LOW-VALUES,
      *  NOT SPACES, SO BOTH ARE TREATED AS "NOBODY LOGGED ON".
           if ws-session-user-id equal spaces or
             ws-session-user-id equal low-value
               move "BATCH" to ws-session-user-id
           end-if.

       p110-resolve-file-paths.
           accept ws-data-dir from environment "TPM_DATA_DIR"
           if ws-data-dir equal spaces
               move "C:\gagodata\tpm\" to ws-data-dir
           end-if
           string function trim (ws-data-dir) "requirements.dat"
             delimited by size into ws-path-reqfile
           string function trim (ws-data-dir) "offers.dat"
             delimited by size into ws-path-offerfile
           string function trim (ws-data-dir) "Bookings.dat"
             delimited by size into ws-path-bookingfile
           string function trim (ws-data-dir) "contacts.dat"
             delimited by size into ws-path-contactfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "users.dat"
             delimited by size into ws-path-userfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "pcgeo.dat"
             delimited by size into ws-path-pcgeofile
           string function trim (ws-data-dir) "calllist.txt"
             delimited by size into ws-path-callfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           move ws-system-date(1:8) to ws-today
           compute ws-today-int =
             function integer-of-date (function numval (ws-today))

           perform p300-load-applicants
           perform p310-scan-offers
           perform p320-scan-bookings
           perform p330-scan-contacts
           perform p340-scan-properties
           perform varying ws-ga-idx from 1 by 1
             until ws-ga-idx > ws-ga-count
               perform p400-grade-applicant
           end-perform
           perform p500-store-grades
           perform p600-print-call-list

           move "REQS" to ws-audit-type
           move spaces to ws-audit-key
           move "GRADERUN" to ws-audit-action
           perform p900-write-audit
           move ws-ga-count to ws-joblog-count
           perform p940-log-job-end

           move ws-hot-count to ws-count-disp
           move ws-warm-count to ws-count-disp2
           move ws-cold-count to ws-count-disp3
           display "Applicant grading complete - " ws-count-disp
             " hot, " ws-count-disp2 " warm, " ws-count-disp3
             " cold."
           if ws-ga-over > zero
               move ws-ga-over to ws-count-disp
               display "  " ws-count-disp
                 " applicants beyond the table size not graded."
           end-if.

       p300-load-applicants.
           move zero to ws-ga-count ws-ga-over
           move "0" to end-of-file
           open input reqfile
           if file-status not equal "35"
               perform until eof
                   read reqfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if req-is-active
                               perform p305-add-applicant
                           end-if
                   end-read
               end-perform
           end-if
           close reqfile.

       p305-add-applicant.
           if ws-ga-count = ws-ga-max
               add 1 to ws-ga-over
               exit paragraph
           end-if
           add 1 to ws-ga-count
           move ws-ga-count to ws-ga-idx
           move spaces to ws-ga-entry(ws-ga-idx)
           move zero to ws-ga-matches(ws-ga-idx)
             ws-ga-score(ws-ga-idx)
           move Req-Cust-ID to ws-ga-cust(ws-ga-idx)
           move Req-Price-Low to ws-ga-price-low(ws-ga-idx)
           move Req-Price-High to ws-ga-price-high(ws-ga-idx)
           move function upper-case (Req-Area-1) to
             ws-ga-area(ws-ga-idx 1)
           move function upper-case (Req-Area-2) to
             ws-ga-area(ws-ga-idx 2)
           move function upper-case (Req-Area-3) to
             ws-ga-area(ws-ga-idx 3)
           move function upper-case (Req-Prop-Type) to
             ws-ga-type(ws-ga-idx)

      *  A CENTRE AND RADIUS ARE LOOKED UP ONCE HERE, NOT ONCE PER
      *  LISTING TRIED.
           move zero to ws-ga-radius(ws-ga-idx)
             ws-ga-easting(ws-ga-idx) ws-ga-northing(ws-ga-idx)
           move "N" to ws-ga-geo-found(ws-ga-idx)
           if Req-Centre-Postcode not equal spaces and
             Req-Radius-Miles is numeric and
             Req-Radius-Miles greater than zero
               move Req-Radius-Miles to ws-ga-radius(ws-ga-idx)
               move Req-Centre-Postcode to ws-geo-postcode
               perform p957-geo-find-postcode
               move ws-geo-found to ws-ga-geo-found(ws-ga-idx)
               move ws-geo-easting to ws-ga-easting(ws-ga-idx)
               move ws-geo-northing to ws-ga-northing(ws-ga-idx)
           end-if.

       p350-find-applicant.

      *  THE TABLE IS IN CUSTOMER ORDER, SO THE SCAN STOPS AS SOON
      *  AS IT PASSES WHERE THE CUSTOMER WOULD BE.
           move zero to ws-ga-found
           perform varying ws-ga-idx from 1 by 1
             until ws-ga-idx > ws-ga-count
               if ws-ga-cust(ws-ga-idx) = ws-find-cust
                   move ws-ga-idx to ws-ga-found
                   exit perform
               end-if
               if ws-ga-cust(ws-ga-idx) > ws-find-cust
                   exit perform
               end-if
           end-perform.

       p310-scan-offers.

      *  THE LATEST OFFER CARRIES THE BUYER'S CURRENT POSITION -
      *  LATEST BY OFFER DATE, THEN BY REFERENCE.
           move "0" to end-of-file
           open input offerfile
           if file-status not equal "35"
               perform until eof
                   read offerfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           move Offer-Customer-ID to ws-find-cust
                           perform p350-find-applicant
                           if ws-ga-found > zero
                               perform p315-take-offer
                           end-if
                   end-read
               end-perform
           end-if
           close offerfile.

       p315-take-offer.
           move ws-ga-found to ws-ga-idx
           if Offer-Date < ws-ga-offer-date(ws-ga-idx)
               exit paragraph
           end-if
           move Offer-ID to ws-ga-offer-id(ws-ga-idx)
           move Offer-Date to ws-ga-offer-date(ws-ga-idx)
           move function upper-case (Offer-Funding) to
             ws-ga-funding(ws-ga-idx)
           if offer-buyer-must-sell
               move "Y" to ws-ga-must-sell(ws-ga-idx)
           else
               move "N" to ws-ga-must-sell(ws-ga-idx)
           end-if
           move function upper-case (Offer-Sale-Status) to
             ws-ga-sale-status(ws-ga-idx).

       p320-scan-bookings.

      *  THE LAST VIEWING ACTUALLY HELD (NOT CANCELLED, NOT IN THE
      *  FUTURE) AND WHO TOOK IT.
           move "0" to end-of-file
           open input BookingFile
           if file-status not equal "35"
               perform until eof
                   read BookingFile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           perform p325-take-booking
                   end-read
               end-perform
           end-if
           close BookingFile.

       p325-take-booking.
           if Booking-Status = "X" or Booking-Status = "x"
               exit paragraph
           end-if
           move spaces to ws-booking-date-cmp
           string booking-year booking-month booking-day
             delimited by size into ws-booking-date-cmp
           if ws-booking-date-cmp is not numeric or
             ws-booking-date-cmp > ws-today
               exit paragraph
           end-if
           move Customer-ID of Booking-Record to ws-find-cust
           perform p350-find-applicant
           if ws-ga-found > zero
               move ws-ga-found to ws-ga-idx
               if ws-booking-date-cmp > ws-ga-viewed(ws-ga-idx) or
                 ws-ga-viewed(ws-ga-idx) = spaces
                   move ws-booking-date-cmp to ws-ga-viewed(ws-ga-idx)
                   move User-ID of Booking-Record to
                     ws-ga-view-user(ws-ga-idx)
               end-if
           end-if.

       p330-scan-contacts.
           move "0" to end-of-file
           open input contactfile
           if file-status not equal "35"
               perform until eof
                   read contactfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           move Contact-Cust-ID to ws-find-cust
                           perform p350-find-applicant
                           if ws-ga-found > zero
                               perform p335-take-contact
                           end-if
                   end-read
               end-perform
           end-if
           close contactfile.

       p335-take-contact.
           move ws-ga-found to ws-ga-idx
           if Contact-Timestamp(1:8) is not numeric or
             Contact-Timestamp(1:8) > ws-today
               exit paragraph
           end-if
           if Contact-Timestamp(1:8) > ws-ga-contacted(ws-ga-idx) or
             ws-ga-contacted(ws-ga-idx) = spaces
               move Contact-Timestamp(1:8) to
                 ws-ga-contacted(ws-ga-idx)
               move Contact-User-ID to ws-ga-contact-user(ws-ga-idx)
           end-if.

       p340-scan-properties.

      *  ONE PASS DOES TWO JOBS - AN APPLICANT'S OWN LISTING SHOWS
      *  HOW FAR THEIR SALE HAS GOT, AND EVERY FOR-SALE LISTING IS
      *  TRIED AGAINST EVERY APPLICANT'S REQUIREMENTS THE SAME WAY
      *  THE MATCH RUN TRIES THEM.
           move "0" to end-of-file
           open input PropertyFile
           if file-status not equal "35"
               perform until eof
                   read PropertyFile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           perform p345-take-property
                   end-read
               end-perform
           end-if
           close PropertyFile.

       p345-take-property.
           move function upper-case (Property-Status of
             Property-Record) to ws-prop-status-uc
           if ws-prop-status-uc not = "FS" and
             ws-prop-status-uc not = "SO"
               exit paragraph
           end-if
           move Customer-ID of Property-Record to ws-find-cust
           perform p350-find-applicant
           if ws-ga-found > zero
               if ws-prop-status-uc = "SO" or
                 ws-ga-own-status(ws-ga-found) = spaces
                   move ws-prop-status-uc to
                     ws-ga-own-status(ws-ga-found)
               end-if
           end-if
           if ws-prop-status-uc = "FS"
               move Property-Price of Property-Record to
                 ws-prop-price-plain
               move Property-Postcode of Property-Record to
                 ws-geo-postcode
               perform p957-geo-find-postcode
               move ws-geo-found to ws-prop-geo-found
               move ws-geo-easting to ws-geo-to-easting
               move ws-geo-northing to ws-geo-to-northing
               perform varying ws-ga-idx from 1 by 1
                 until ws-ga-idx > ws-ga-count
                   perform p346-try-listing
               end-perform
           end-if.

       p346-try-listing.
           if Customer-ID of Property-Record = ws-ga-cust(ws-ga-idx)
               exit paragraph
           end-if
           if ws-ga-price-low(ws-ga-idx) not = zero and
             ws-prop-price-plain < ws-ga-price-low(ws-ga-idx)
               exit paragraph
           end-if
           if ws-ga-price-high(ws-ga-idx) not = zero and
             ws-prop-price-plain > ws-ga-price-high(ws-ga-idx)
               exit paragraph
           end-if
           if ws-ga-type(ws-ga-idx) not = spaces and
             ws-ga-type(ws-ga-idx) not = function upper-case
             (Property-Type of Property-Record)
               exit paragraph
           end-if
           if ws-ga-radius(ws-ga-idx) > zero
               perform p347-try-distance
           else
               perform p348-try-areas
           end-if
           if area-matches and ws-ga-matches(ws-ga-idx) < 999
               add 1 to ws-ga-matches(ws-ga-idx)
           end-if.

       p347-try-distance.
           move "N" to ws-area-matches
           if prop-geo-found and ws-ga-geo-found(ws-ga-idx) = "Y"
               move ws-ga-easting(ws-ga-idx) to ws-geo-from-easting
               move ws-ga-northing(ws-ga-idx) to ws-geo-from-northing
               perform p958-geo-distance
               if ws-geo-miles not > ws-ga-radius(ws-ga-idx)
                   move "Y" to ws-area-matches
               end-if
           end-if.

       p348-try-areas.
           if ws-ga-area(ws-ga-idx 1) = spaces and
             ws-ga-area(ws-ga-idx 2) = spaces and
             ws-ga-area(ws-ga-idx 3) = spaces
               move "Y" to ws-area-matches
           else
               move "N" to ws-area-matches
               perform varying ws-area-idx from 1 by 1
                 until ws-area-idx > 3 or area-matches
                   move ws-ga-area(ws-ga-idx ws-area-idx) to
                     ws-area-code
                   if ws-area-code not = spaces
                       move function length
                         (function trim (ws-area-code)) to ws-area-len
                       if function upper-case (Property-Postcode of
                         Property-Record (1:ws-area-len)) equal
                         ws-area-code (1:ws-area-len)
                           move "Y" to ws-area-matches
                       end-if
                   end-if
               end-perform
           end-if.

       p400-grade-applicant.

      *  PROCEEDABILITY 0-30, OWN SALE 0-20, LAST VIEWING 0-25,
      *  LAST CONTACT 0-15, MATCHING LISTINGS 0-10. 60 AND OVER IS
      *  HOT, 30 AND OVER WARM, THE REST COLD.
           move zero to ws-score
           move spaces to ws-ga-reasons(ws-ga-idx)
           move 1 to ws-reason-ptr
           evaluate ws-ga-funding(ws-ga-idx)
               when "C"
                   add 30 to ws-score
                   move "CASH" to ws-reason-word
                   perform p410-add-reason-word
               when "M"
                   add 20 to ws-score
                   move "AIP" to ws-reason-word
                   perform p410-add-reason-word
               when "N"
                   add 5 to ws-score
                   move "NOMTG" to ws-reason-word
                   perform p410-add-reason-word
           end-evaluate

      *  THEIR OWN LISTING WITH US IS THE LIVE PICTURE OF THEIR SALE;
      *  FAILING THAT, WHAT THEY TOLD US WITH THE LATEST OFFER.
           move spaces to ws-sell-state
           evaluate true
               when ws-ga-own-status(ws-ga-idx) = "SO"
                   move "U" to ws-sell-state
               when ws-ga-own-status(ws-ga-idx) = "FS"
                   move "F" to ws-sell-state
               when ws-ga-must-sell(ws-ga-idx) = "N"
                   move "0" to ws-sell-state
               when ws-ga-must-sell(ws-ga-idx) = "Y"
                   move ws-ga-sale-status(ws-ga-idx) to ws-sell-state
           end-evaluate
           evaluate ws-sell-state
               when "0"
                   add 20 to ws-score
                   string "NOCHAIN " delimited by size
                     into ws-ga-reasons(ws-ga-idx)
                     with pointer ws-reason-ptr
               when "E"
                   add 20 to ws-score
                   string "SALE-EXCH " delimited by size
                     into ws-ga-reasons(ws-ga-idx)
                     with pointer ws-reason-ptr
               when "U"
                   add 15 to ws-score
                   string "SALE-AGREED " delimited by size
                     into ws-ga-reasons(ws-ga-idx)
                     with pointer ws-reason-ptr
               when "F"
                   add 5 to ws-score
                   string "ON-MARKET " delimited by size
                     into ws-ga-reasons(ws-ga-idx)
                     with pointer ws-reason-ptr
               when "N"
                   string "NOT-LISTED " delimited by size
                     into ws-ga-reasons(ws-ga-idx)
                     with pointer ws-reason-ptr
           end-evaluate

           if ws-ga-viewed(ws-ga-idx) not = spaces
               compute ws-date-int = function integer-of-date
                 (function numval (ws-ga-viewed(ws-ga-idx)))
               compute ws-days-ago = ws-today-int - ws-date-int
               evaluate true
                   when ws-days-ago <= 7
                       add 25 to ws-score
                   when ws-days-ago <= 14
                       add 20 to ws-score
                   when ws-days-ago <= 30
                       add 10 to ws-score
                   when ws-days-ago <= 60
                       add 5 to ws-score
               end-evaluate
               move ws-days-ago to ws-days-disp
               string "VIEWED " function trim (ws-days-disp) "D "
                 delimited by size into ws-ga-reasons(ws-ga-idx)
                 with pointer ws-reason-ptr
           end-if

           if ws-ga-contacted(ws-ga-idx) not = spaces
               compute ws-date-int = function integer-of-date
                 (function numval (ws-ga-contacted(ws-ga-idx)))
               compute ws-days-ago = ws-today-int - ws-date-int
               evaluate true
                   when ws-days-ago <= 7
                       add 15 to ws-score
                   when ws-days-ago <= 14
                       add 10 to ws-score
                   when ws-days-ago <= 30
                       add 5 to ws-score
               end-evaluate
               move ws-days-ago to ws-days-disp
               string "CONTACT " function trim (ws-days-disp) "D "
                 delimited by size into ws-ga-reasons(ws-ga-idx)
                 with pointer ws-reason-ptr
           end-if

           evaluate true
               when ws-ga-matches(ws-ga-idx) >= 3
                   add 10 to ws-score
               when ws-ga-matches(ws-ga-idx) >= 1
                   add 5 to ws-score
           end-evaluate
           move ws-ga-matches(ws-ga-idx) to ws-matches-disp
           string function trim (ws-matches-disp) " MATCHES"
             delimited by size into ws-ga-reasons(ws-ga-idx)
             with pointer ws-reason-ptr

           move ws-score to ws-ga-score(ws-ga-idx)
           evaluate true
               when ws-score >= ws-hot-score
                   move "H" to ws-ga-grade(ws-ga-idx)
                   add 1 to ws-hot-count
               when ws-score >= ws-warm-score
                   move "W" to ws-ga-grade(ws-ga-idx)
                   add 1 to ws-warm-count
               when other
                   move "C" to ws-ga-grade(ws-ga-idx)
                   add 1 to ws-cold-count
           end-evaluate

      *  THE NEGOTIATOR WHO SPOKE TO THEM LAST, ELSE WHO SHOWED THEM
      *  ROUND LAST.
           if ws-ga-contact-user(ws-ga-idx) not = spaces
               move ws-ga-contact-user(ws-ga-idx) to
                 ws-ga-user(ws-ga-idx)
           else
               move ws-ga-view-user(ws-ga-idx) to
                 ws-ga-user(ws-ga-idx)
           end-if.

       p410-add-reason-word.
           string function trim (ws-reason-word) " "
             delimited by size into ws-ga-reasons(ws-ga-idx)
             with pointer ws-reason-ptr.

       p500-store-grades.
           open i-o reqfile
           if file-status = "35"
               exit paragraph
           end-if
           perform varying ws-ga-idx from 1 by 1
             until ws-ga-idx > ws-ga-count
               move ws-ga-cust(ws-ga-idx) to Req-Cust-ID
               read reqfile
                   invalid key
                       continue
                   not invalid key
                       move ws-ga-grade(ws-ga-idx) to Req-Grade
                       move ws-ga-score(ws-ga-idx) to Req-Grade-Score
                       move ws-ga-reasons(ws-ga-idx) to
                         Req-Grade-Reasons
                       move ws-today to Req-Graded-Date
                       move ws-ga-user(ws-ga-idx) to Req-Grade-User
                       rewrite Requirement-Record
                           invalid key
                               continue
                       end-rewrite
               end-read
           end-perform
           close reqfile.

       p600-print-call-list.
           open output callfile
           move spaces to Call-Text
           string "Applicant call list - " ws-display-date
             delimited by size into Call-Text
           write Call-Line
           move spaces to Call-Text
           write Call-Line

           move "0" to ws-user-eof
           open input userfile
           if file-status not equal "35"
               perform until user-eof
                   read userfile next record
                       at end
                           move "1" to ws-user-eof
                       not at end
                           move user-id of userrec to ws-cur-user-id
                           move user-name of userrec to
                             ws-cur-user-name
                           perform p610-list-one-negotiator
                   end-read
               end-perform
           end-if
           close userfile

      *  APPLICANTS NOBODY HAS SPOKEN TO OR SHOWN ROUND YET.
           move spaces to ws-cur-user-id
           move "Unassigned" to ws-cur-user-name
           perform p610-list-one-negotiator

           if ws-ga-count = zero
               move "  No active applicants to grade." to Call-Text
               write Call-Line
           end-if
           close callfile.

       p610-list-one-negotiator.
           move "N" to ws-user-header-done
           perform varying ws-pass from 1 by 1 until ws-pass > 3
               evaluate ws-pass
                   when 1
                       move "H" to ws-list-grade
                   when 2
                       move "W" to ws-list-grade
                   when other
                       move "C" to ws-list-grade
               end-evaluate
               perform varying ws-ga-idx from 1 by 1
                 until ws-ga-idx > ws-ga-count
                   if ws-ga-user(ws-ga-idx) = ws-cur-user-id and
                     ws-ga-grade(ws-ga-idx) = ws-list-grade
                       perform p620-write-call-line
                   end-if
               end-perform
           end-perform.

       p620-write-call-line.
           if not user-header-done
               move "Y" to ws-user-header-done
               move spaces to Call-Text
               write Call-Line
               string "Negotiator " function trim (ws-cur-user-id)
                 "  " function trim (ws-cur-user-name)
                 delimited by size into Call-Text
               write Call-Line
           end-if
           move spaces to ws-applicant-name ws-applicant-phone
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-ga-cust(ws-ga-idx) to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move cust-name of custrec to ws-applicant-name
               move cust-phone of custrec to ws-applicant-phone
           end-if
           close custfile
           move ws-ga-score(ws-ga-idx) to ws-score-disp
           move spaces to Call-Text
           string "  " ws-ga-grade(ws-ga-idx) " " ws-score-disp "  "
             ws-ga-cust(ws-ga-idx) " " ws-applicant-name " "
             ws-applicant-phone " " ws-ga-reasons(ws-ga-idx)
             delimited by size into Call-Text
           write Call-Line.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB GRADE END " ws-system-date
             " RECORDS " ws-joblog-count-disp
             delimited by size into Batchlog-Text
           open extend batchlogfile
           if file-status = "35"
               close batchlogfile
               open output batchlogfile
               close batchlogfile
               open extend batchlogfile
           end-if
           write Batchlog-Line
           close batchlogfile.

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "pcgeo-distance.cpy".

           copy "run-lock.cpy".

       end program 645Grade.
