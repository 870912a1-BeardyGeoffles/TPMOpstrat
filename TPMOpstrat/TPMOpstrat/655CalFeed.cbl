       identification division.
       program-id. 655CalFeed.

      *  NEGOTIATOR CALENDAR FEED. WRITES ONE ICALENDAR (.ICS) FILE
      *  PER USER - <USER NO>.ICS - HOLDING THEIR VIEWINGS, OPEN
      *  HOUSE SLOTS, MARKET APPRAISAL APPOINTMENTS AND DAYS MARKED
      *  ABSENT ON THE AVAILABILITY CALENDAR, FROM A FORTNIGHT BACK
      *  TO THREE MONTHS AHEAD, EACH WITH THE PROPERTY ADDRESS AND
      *  THE CUSTOMER'S NAME AND PHONE. THE FILES GO TO A FEED
      *  FOLDER THE WEB SERVER PUBLISHES, SO A PHONE CALENDAR
      *  SUBSCRIBED TO ITS FILE PICKS UP ANYTHING BOOKED AFTER THE
      *  DIARY WAS PRINTED. EVERY ENTRY KEEPS THE SAME UID FROM RUN
      *  TO RUN; A MOVED ENTRY GOES OUT AGAIN UNDER ITS UID WITH A
      *  HIGHER SEQUENCE (CALFEED.DAT REMEMBERS WHAT EACH ONE LAST
      *  SHOWED), A CANCELLED BOOKING OR APPOINTMENT GOES OUT MARKED
      *  CANCELLED, AND ONE DELETED OR MOVED OUTSIDE THE WINDOW
      *  DROPS OUT OF THE FILE, WHICH THE PHONE TAKES AS A REMOVAL.
      *  TIMES ARE OFFICE LOCAL TIME. RUN AS
      *      <FEED FOLDER>
      *  OR WITH NO ARGUMENT FOR A "calfeed" FOLDER UNDER THE DATA
      *  FOLDER. RUN FROM THE OPERATING SYSTEM SCHEDULER EVERY FEW
      *  MINUTES THROUGH THE WORKING DAY - NO SCREEN, NO OPERATOR
      *  INPUT. CLAIMS THE BATCH RUN LOCK SO TWO RUNS NEVER WRITE
      *  THE SAME FILES AT ONCE.

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

              select BookingFile assign dynamic ws-path-bookingfile
              organization indexed
              access dynamic
              file status file-status
              record key Booking-ID OF Booking-Record
              alternate record key Booking-Date OF
                Booking-Record with duplicates
              alternate record key User-ID OF
                Booking-Record with duplicates.

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

              select availfile assign dynamic ws-path-availfile
              organization indexed
              access dynamic
              file status file-status
              record key Avail-Key OF Avail-Record.

              select calfeedfile assign dynamic ws-path-calfeedfile
              organization indexed
              access dynamic
              file status file-status
              record key Calfeed-UID OF Calfeed-Record.

              select icsfile assign dynamic ws-path-icsfile
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

       fd BookingFile.
       copy "booking-record.cpy".

       fd userfile.
       copy "userrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd appraisalfile.
       copy "appraisalrec.cpy".

       fd availfile.
       copy "availrec.cpy".

       fd calfeedfile.
       copy "calfeedrec.cpy".

       fd icsfile.

      *  ONE ICALENDAR CONTENT LINE - LONG LINES ARE FOLDED AT 75
      *  CHARACTERS ONTO CONTINUATION LINES STARTING WITH A SPACE.
       01 Ics-Line.
         03 Ics-Text pic x(80).

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

       01 ws-user-eof pic x value "0".
         88 user-eof value "1".
       01 ws-cf-eof pic x value "0".
         88 cf-eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-bookingfile pic x(60) value spaces.
       01 ws-path-userfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-appraisalfile pic x(60) value spaces.
       01 ws-path-availfile pic x(60) value spaces.
       01 ws-path-calfeedfile pic x(60) value spaces.
       01 ws-path-icsfile pic x(80) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

      *  HOW LONG EACH KIND OF VISIT TAKES - THE DAY PLANNER'S OWN
      *  STANDARD ALLOWANCES, SO THE PHONE SHOWS THE SAME DAY.
       copy "travel-plan-variables.cpy".

      *  THE FEED FOLDER - FROM THE COMMAND LINE, OR A CALFEED
      *  FOLDER UNDER THE DATA FOLDER. THE FOLDER SEPARATOR IS
      *  TAKEN FROM THE DATA FOLDER NAME.
       01 ws-command-line pic x(60) value spaces.
       01 ws-feed-dir pic x(60) value spaces.
       01 ws-dir-length pic 9(3) value zero.
       01 ws-dir-separator pic x(1) value spaces.

      *  THE WINDOW PUBLISHED - DAYS BACK AND AHEAD OF TODAY.
       01 ws-cf-days-back pic 9(3) value 14.
       01 ws-cf-days-ahead pic 9(3) value 90.
       01 ws-cf-today-int pic 9(8) value zero.
       01 ws-cf-from-int pic 9(8) value zero.
       01 ws-cf-to-int pic 9(8) value zero.
       01 ws-cf-from-date pic x(8) value spaces.
       01 ws-cf-to-date pic x(8) value spaces.
       01 ws-cf-date-digits pic 9(8) value zero.
       01 ws-cf-date-int pic 9(8) value zero.

      *  THE RUN TIME IN UTC, AS ICALENDAR WANTS ITS STAMPS.
       01 ws-cf-now pic x(21) value spaces.
       01 ws-cf-offset-mins pic s9(4) value zero.
       01 ws-cf-utc-mins pic s9(12) value zero.
       01 ws-cf-utc-stamp pic x(16) value spaces.
       01 ws-cf-work-int pic 9(8) value zero.
       01 ws-cf-work-date pic 9(8) value zero.
       01 ws-cf-work-mins pic 9(4) value zero.
       01 ws-cf-hh pic 9(2) value zero.
       01 ws-cf-mm pic 9(2) value zero.

       01 ws-cf-user pic x(10) value spaces.
       01 ws-cf-user-name pic x(30) value spaces.
       01 ws-cf-users pic 9(5) value zero.
       01 ws-cf-events pic 9(7) value zero.
       01 ws-cf-changed pic 9(7) value zero.
       01 ws-cf-count-disp pic ZZZZZZ9 value zero.
       01 ws-cf-count-disp2 pic ZZZZZZ9 value zero.

      *  THE ENTRY BEING PUBLISHED.
       01 ws-cf-uid pic x(20) value spaces.
       01 ws-cf-entry-date pic x(8) value spaces.
       01 ws-cf-entry-time pic x(4) value spaces.
       01 ws-cf-all-day pic x(1) value "N".
         88 cf-all-day value "Y".
       01 ws-cf-dur pic 9(3) value zero.
       01 ws-cf-status pic x(9) value spaces.
       01 ws-cf-kind-word pic x(20) value spaces.
       01 ws-cf-ref pic x(10) value spaces.
       01 ws-cf-cust-id pic x(10) value spaces.
       01 ws-cf-cust-name pic x(30) value spaces.
       01 ws-cf-cust-phone pic x(15) value spaces.
       01 ws-cf-address1 pic x(25) value spaces.
       01 ws-cf-address2 pic x(25) value spaces.
       01 ws-cf-postcode pic x(10) value spaces.
       01 ws-cf-dtstart pic x(30) value spaces.
       01 ws-cf-dtend pic x(30) value spaces.
       01 ws-cf-summary pic x(160) value spaces.
       01 ws-cf-location pic x(160) value spaces.
       01 ws-cf-description pic x(240) value spaces.
       01 ws-cf-ptr pic 9(3) value zero.

      *  TEXT ESCAPING - BACKSLASH, COMMA AND SEMICOLON ARE
      *  PRECEDED BY A BACKSLASH IN ICALENDAR TEXT.
       01 ws-cf-raw pic x(80) value spaces.
       01 ws-cf-esc pic x(160) value spaces.
       01 ws-cf-esc-len pic 9(3) value zero.
       01 ws-cf-sub pic 9(3) value zero.

      *  CONTENT LINE OUTPUT AND FOLDING.
       01 ws-cf-line pic x(400) value spaces.
       01 ws-cf-line-len pic 9(3) value zero.
       01 ws-cf-line-pos pic 9(3) value zero.
       01 ws-cf-chunk pic 9(3) value zero.

      *  CHANGE DETECTION AGAINST THE FEED STATE ROW.
       01 ws-cf-sig pic x(600) value spaces.
       01 ws-cf-check pic 9(15) value zero.
       01 ws-cf-sig-sum pic 9(12) value zero.
       01 ws-cf-sequence pic 9(5) value zero.
       01 ws-cf-seq-disp pic ZZZZ9 value zero.
       01 ws-cf-modified pic x(16) value spaces.
       01 ws-cf-state-found pic x(1) value "N".
         88 cf-state-found value "Y".

       procedure division.

       MAIN section.
           perform p100-setup
           move "CALFEED" to ws-runlock-job
           move "CALFEED" to ws-runlock-masters
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
           string function trim (ws-data-dir) "Bookings.dat"
             delimited by size into ws-path-bookingfile
           string function trim (ws-data-dir) "users.dat"
             delimited by size into ws-path-userfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "appraisals.dat"
             delimited by size into ws-path-appraisalfile
           string function trim (ws-data-dir) "avail.dat"
             delimited by size into ws-path-availfile
           string function trim (ws-data-dir) "calfeed.dat"
             delimited by size into ws-path-calfeedfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p120-resolve-feed-folder.
           move function length (function trim (ws-data-dir)) to
             ws-dir-length
           move ws-data-dir(ws-dir-length:1) to ws-dir-separator
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-feed-dir
           end-unstring
           if ws-feed-dir equal spaces
               string function trim (ws-data-dir) "calfeed"
                 ws-dir-separator
                 delimited by size into ws-feed-dir
           else
               move function length (function trim (ws-feed-dir))
                 to ws-dir-length
               if ws-feed-dir(ws-dir-length:1) not equal
                 ws-dir-separator and ws-dir-length < 60
                   move ws-dir-separator to
                     ws-feed-dir(ws-dir-length + 1:1)
               end-if
           end-if
           call "CBL_CREATE_DIR" using ws-feed-dir.

           copy "get-system-date.cpy".

       p200-run.
           perform p120-resolve-feed-folder
           perform p130-set-window
           perform p140-utc-stamp
           move zero to ws-cf-users ws-cf-events ws-cf-changed

           open i-o calfeedfile
           if file-status = "35"
               close calfeedfile
               open output calfeedfile
               close calfeedfile
               open i-o calfeedfile
           end-if

           move "0" to ws-user-eof
           open input userfile
           if file-status = "35"
               move "1" to ws-user-eof
           end-if
           perform until user-eof
               read userfile next record
                   at end
                       move "1" to ws-user-eof
                   not at end
                       if user-id of userrec not equal spaces
                           perform p300-feed-one-user
                       end-if
               end-read
           end-perform
           close userfile
           close calfeedfile

           move "CALFEED" to ws-audit-type
           move spaces to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit
           move ws-cf-events to ws-joblog-count
           perform p940-log-job-end

           move ws-cf-events to ws-cf-count-disp
           move ws-cf-changed to ws-cf-count-disp2
           display "Calendar feed complete - " ws-cf-count-disp
             " entries, " ws-cf-count-disp2 " new or changed.".

       p130-set-window.
           move ws-system-date(1:8) to ws-cf-date-digits
           compute ws-cf-today-int =
             function integer-of-date (ws-cf-date-digits)
           compute ws-cf-from-int = ws-cf-today-int - ws-cf-days-back
           compute ws-cf-to-int = ws-cf-today-int + ws-cf-days-ahead
           move function date-of-integer (ws-cf-from-int) to
             ws-cf-date-digits
           move ws-cf-date-digits to ws-cf-from-date
           move function date-of-integer (ws-cf-to-int) to
             ws-cf-date-digits
           move ws-cf-date-digits to ws-cf-to-date.

       p140-utc-stamp.

      *  THE CLOCK GIVES LOCAL TIME AND ITS OFFSET FROM UTC; THE
      *  OFFSET IS TAKEN OFF TO GET THE STAMP. NO OFFSET READS AS
      *  UTC ALREADY.
           move function current-date to ws-cf-now
           move zero to ws-cf-offset-mins
           if ws-cf-now(18:4) is numeric
               compute ws-cf-offset-mins =
                 function numval (ws-cf-now(18:2)) * 60 +
                 function numval (ws-cf-now(20:2))
               if ws-cf-now(17:1) equal "-"
                   compute ws-cf-offset-mins = 0 - ws-cf-offset-mins
               end-if
           end-if
           move ws-cf-now(1:8) to ws-cf-date-digits
           compute ws-cf-utc-mins =
             function integer-of-date (ws-cf-date-digits) * 1440
             + function numval (ws-cf-now(9:2)) * 60
             + function numval (ws-cf-now(11:2))
             - ws-cf-offset-mins
           compute ws-cf-work-int = ws-cf-utc-mins / 1440
           compute ws-cf-work-mins =
             ws-cf-utc-mins - ws-cf-work-int * 1440
           move function date-of-integer (ws-cf-work-int) to
             ws-cf-work-date
           compute ws-cf-hh = ws-cf-work-mins / 60
           compute ws-cf-mm = ws-cf-work-mins - ws-cf-hh * 60
           move spaces to ws-cf-utc-stamp
           string ws-cf-work-date "T" ws-cf-hh ws-cf-mm
             ws-cf-now(13:2) "Z"
             delimited by size into ws-cf-utc-stamp.

       p300-feed-one-user.
           move user-id of userrec to ws-cf-user
           move user-name of userrec to ws-cf-user-name
           add 1 to ws-cf-users
           move spaces to ws-path-icsfile
           string function trim (ws-feed-dir)
             function trim (ws-cf-user) ".ics"
             delimited by size into ws-path-icsfile
           open output icsfile

           move "BEGIN:VCALENDAR" to ws-cf-line
           perform p780-write-ics-line
           move "VERSION:2.0" to ws-cf-line
           perform p780-write-ics-line
           move "PRODID:-//TPM Opstrat//Negotiator Diary//EN" to
             ws-cf-line
           perform p780-write-ics-line
           move "CALSCALE:GREGORIAN" to ws-cf-line
           perform p780-write-ics-line
           move "METHOD:PUBLISH" to ws-cf-line
           perform p780-write-ics-line
           move ws-cf-user-name to ws-cf-raw
           perform p790-escape-text
           move spaces to ws-cf-line
           string "X-WR-CALNAME:Diary - "
             ws-cf-esc(1:ws-cf-esc-len)
             delimited by size into ws-cf-line
           perform p780-write-ics-line
           move "REFRESH-INTERVAL;VALUE=DURATION:PT15M" to ws-cf-line
           perform p780-write-ics-line
           move "X-PUBLISHED-TTL:PT15M" to ws-cf-line
           perform p780-write-ics-line

           perform p310-feed-bookings
           perform p320-feed-appraisals
           perform p330-feed-absences

           move "END:VCALENDAR" to ws-cf-line
           perform p780-write-ics-line
           close icsfile.

       p310-feed-bookings.

      *  THE USER'S BOOKINGS THROUGH THE USER ALTERNATE KEY -
      *  VIEWINGS AND OPEN HOUSE SLOTS ALIKE, CANCELLED ONES
      *  INCLUDED SO THE PHONE MARKS THEM CANCELLED.
           move "0" to ws-cf-eof
           open input BookingFile
           if file-status = "35"
               move "1" to ws-cf-eof
           else
               move ws-cf-user to User-ID of Booking-Record
               start BookingFile key = User-ID of Booking-Record
                   invalid key
                       move "1" to ws-cf-eof
               end-start
           end-if
           perform until cf-eof
               read BookingFile next record
                   at end
                       move "1" to ws-cf-eof
                   not at end
                       if User-ID of Booking-Record not equal
                         ws-cf-user
                           move "1" to ws-cf-eof
                       else
                           perform p311-booking-entry
                       end-if
               end-read
           end-perform
           close BookingFile.

       p311-booking-entry.
           if booking-year is not numeric or booking-month is not
             numeric or booking-day is not numeric or
             Booking-Time is not numeric
               exit paragraph
           end-if
           move spaces to ws-cf-entry-date
           string booking-year booking-month booking-day
             delimited by size into ws-cf-entry-date
           if ws-cf-entry-date < ws-cf-from-date or
             ws-cf-entry-date > ws-cf-to-date
               exit paragraph
           end-if
           move Booking-Time to ws-cf-entry-time
           move "N" to ws-cf-all-day
           move spaces to ws-cf-uid
           string "BK" Booking-ID delimited by size into ws-cf-uid
           move Booking-ID to ws-cf-ref
           if Booking-Status equal "X" or Booking-Status equal "x"
               move "CANCELLED" to ws-cf-status
           else
               move "CONFIRMED" to ws-cf-status
           end-if
           if booking-is-open-house
               move "Open house" to ws-cf-kind-word
               move ws-trv-openhouse-mins to ws-cf-dur
           else
               move "Viewing" to ws-cf-kind-word
               move ws-trv-viewing-mins to ws-cf-dur
           end-if
           move spaces to ws-cf-address1 ws-cf-address2
             ws-cf-postcode
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Property-ID of Booking-Record to
             Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move Property-Address1 to ws-cf-address1
               move Property-Address2 to ws-cf-address2
               move Property-Postcode to ws-cf-postcode
           end-if
           close PropertyFile
           move Customer-ID of Booking-Record to ws-cf-cust-id
           perform p340-read-customer
           perform p350-publish-entry.

       p320-feed-appraisals.

      *  APPRAISAL VISITS BOOKED AHEAD - THE ONES CARRYING A TIME.
      *  ONE SINCE CARRIED OUT STAYS ON AS A PAST VISIT; ONE
      *  CALLED OFF GOES OUT CANCELLED.
           move "0" to ws-cf-eof
           open input appraisalfile
           if file-status = "35"
               move "1" to ws-cf-eof
           end-if
           perform until cf-eof
               read appraisalfile next record
                   at end
                       move "1" to ws-cf-eof
                   not at end
                       if Appraisal-User-ID equal ws-cf-user and
                         Appraisal-Time is numeric and
                         Appraisal-Date not < ws-cf-from-date and
                         Appraisal-Date not > ws-cf-to-date
                           perform p321-appraisal-entry
                       end-if
               end-read
           end-perform
           close appraisalfile.

       p321-appraisal-entry.
           move Appraisal-Date to ws-cf-entry-date
           move Appraisal-Time to ws-cf-entry-time
           move "N" to ws-cf-all-day
           move spaces to ws-cf-uid
           string "AP" Appraisal-ID delimited by size into ws-cf-uid
           move Appraisal-ID to ws-cf-ref
           if appraisal-cancelled
               move "CANCELLED" to ws-cf-status
           else
               move "CONFIRMED" to ws-cf-status
           end-if
           move "Market appraisal" to ws-cf-kind-word
           move ws-trv-appraisal-mins to ws-cf-dur
           move Appraisal-Address1 to ws-cf-address1
           move Appraisal-Address2 to ws-cf-address2
           move Appraisal-Postcode to ws-cf-postcode
           move Appraisal-Cust-ID to ws-cf-cust-id
           perform p340-read-customer
           perform p350-publish-entry.

       p330-feed-absences.

      *  DAYS MARKED ABSENT ON THE AVAILABILITY CALENDAR, AS
      *  ALL-DAY ENTRIES. A DAY WITH SHORTENED HOURS IS NOT SHOWN.
           move "0" to ws-cf-eof
           open input availfile
           if file-status = "35"
               move "1" to ws-cf-eof
           else
               move ws-cf-user to Avail-User-ID
               move ws-cf-from-date to Avail-Date
               start availfile key not less than Avail-Key
                   invalid key
                       move "1" to ws-cf-eof
               end-start
           end-if
           perform until cf-eof
               read availfile next record
                   at end
                       move "1" to ws-cf-eof
                   not at end
                       if Avail-User-ID not equal ws-cf-user or
                         Avail-Date > ws-cf-to-date
                           move "1" to ws-cf-eof
                       else
                           if avail-is-absent and Avail-Date is
                             numeric
                               perform p331-absence-entry
                           end-if
                       end-if
               end-read
           end-perform
           close availfile.

       p331-absence-entry.
           move Avail-Date to ws-cf-entry-date
           move spaces to ws-cf-entry-time
           move "Y" to ws-cf-all-day
           move spaces to ws-cf-uid
           string "AV" Avail-User-ID Avail-Date
             delimited by size into ws-cf-uid
           move spaces to ws-cf-ref
           move "CONFIRMED" to ws-cf-status
           move "Not available" to ws-cf-kind-word
           move zero to ws-cf-dur
           move spaces to ws-cf-address1 ws-cf-address2
             ws-cf-postcode ws-cf-cust-id ws-cf-cust-name
             ws-cf-cust-phone
           perform p350-publish-entry.

       p340-read-customer.
           move spaces to ws-cf-cust-name ws-cf-cust-phone
           if ws-cf-cust-id equal spaces
               exit paragraph
           end-if
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-cf-cust-id to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move cust-name of custrec to ws-cf-cust-name
               move cust-phone of custrec to ws-cf-cust-phone
           end-if
           close custfile.

       p350-publish-entry.
           perform p360-build-entry-text
           perform p370-track-entry-state
           add 1 to ws-cf-events

           move "BEGIN:VEVENT" to ws-cf-line
           perform p780-write-ics-line
           move spaces to ws-cf-line
           string "UID:" function trim (ws-cf-uid) "@tpmopstrat"
             delimited by size into ws-cf-line
           perform p780-write-ics-line
           move spaces to ws-cf-line
           string "DTSTAMP:" ws-cf-utc-stamp
             delimited by size into ws-cf-line
           perform p780-write-ics-line
           move spaces to ws-cf-line
           string "LAST-MODIFIED:" ws-cf-modified
             delimited by size into ws-cf-line
           perform p780-write-ics-line
           move ws-cf-sequence to ws-cf-seq-disp
           move spaces to ws-cf-line
           string "SEQUENCE:" function trim (ws-cf-seq-disp)
             delimited by size into ws-cf-line
           perform p780-write-ics-line
           move ws-cf-dtstart to ws-cf-line
           perform p780-write-ics-line
           move ws-cf-dtend to ws-cf-line
           perform p780-write-ics-line
           move ws-cf-summary to ws-cf-line
           perform p780-write-ics-line
           if ws-cf-location not equal spaces
               move ws-cf-location to ws-cf-line
               perform p780-write-ics-line
           end-if
           if ws-cf-description not equal spaces
               move ws-cf-description to ws-cf-line
               perform p780-write-ics-line
           end-if
           move spaces to ws-cf-line
           string "STATUS:" ws-cf-status
             delimited by size into ws-cf-line
           perform p780-write-ics-line
           if ws-cf-status equal "CANCELLED"
               move "TRANSP:TRANSPARENT" to ws-cf-line
           else
               move "TRANSP:OPAQUE" to ws-cf-line
           end-if
           perform p780-write-ics-line
           move "END:VEVENT" to ws-cf-line
           perform p780-write-ics-line.

       p360-build-entry-text.

      *  START AND END (A TIMED VISIT RUNS FOR ITS STANDARD LENGTH;
      *  A DAY OFF ENDS THE NEXT DAY, AS ALL-DAY ENTRIES DO), THEN
      *  THE SUMMARY, THE ADDRESS AS THE LOCATION, AND THE CUSTOMER
      *  AND REFERENCE AS THE DESCRIPTION.
           move ws-cf-entry-date to ws-cf-date-digits
           compute ws-cf-date-int =
             function integer-of-date (ws-cf-date-digits)
           move spaces to ws-cf-dtstart ws-cf-dtend
           if cf-all-day
               string "DTSTART;VALUE=DATE:" ws-cf-entry-date
                 delimited by size into ws-cf-dtstart
               move function date-of-integer (ws-cf-date-int + 1) to
                 ws-cf-work-date
               string "DTEND;VALUE=DATE:" ws-cf-work-date
                 delimited by size into ws-cf-dtend
           else
               string "DTSTART:" ws-cf-entry-date "T"
                 ws-cf-entry-time "00"
                 delimited by size into ws-cf-dtstart
               compute ws-cf-work-mins =
                 function numval (ws-cf-entry-time(1:2)) * 60 +
                 function numval (ws-cf-entry-time(3:2)) + ws-cf-dur
               move ws-cf-date-int to ws-cf-work-int
               if ws-cf-work-mins not < 1440
                   subtract 1440 from ws-cf-work-mins
                   add 1 to ws-cf-work-int
               end-if
               move function date-of-integer (ws-cf-work-int) to
                 ws-cf-work-date
               compute ws-cf-hh = ws-cf-work-mins / 60
               compute ws-cf-mm = ws-cf-work-mins - ws-cf-hh * 60
               string "DTEND:" ws-cf-work-date "T" ws-cf-hh
                 ws-cf-mm "00"
                 delimited by size into ws-cf-dtend
           end-if

           move spaces to ws-cf-summary
           move 1 to ws-cf-ptr
           string "SUMMARY:" function trim (ws-cf-kind-word)
             delimited by size into ws-cf-summary
             with pointer ws-cf-ptr
           if ws-cf-address1 not equal spaces
               move ws-cf-address1 to ws-cf-raw
               perform p790-escape-text
               string " - " ws-cf-esc(1:ws-cf-esc-len)
                 delimited by size into ws-cf-summary
                 with pointer ws-cf-ptr
           end-if

           move spaces to ws-cf-location
           if ws-cf-address1 not equal spaces
               move 1 to ws-cf-ptr
               move ws-cf-address1 to ws-cf-raw
               perform p790-escape-text
               string "LOCATION:" ws-cf-esc(1:ws-cf-esc-len)
                 delimited by size into ws-cf-location
                 with pointer ws-cf-ptr
               if ws-cf-address2 not equal spaces
                   move ws-cf-address2 to ws-cf-raw
                   perform p790-escape-text
                   string "\, " ws-cf-esc(1:ws-cf-esc-len)
                     delimited by size into ws-cf-location
                     with pointer ws-cf-ptr
               end-if
               if ws-cf-postcode not equal spaces
                   move ws-cf-postcode to ws-cf-raw
                   perform p790-escape-text
                   string "\, " ws-cf-esc(1:ws-cf-esc-len)
                     delimited by size into ws-cf-location
                     with pointer ws-cf-ptr
               end-if
           end-if

           move spaces to ws-cf-description
           if ws-cf-ref not equal spaces
               move 1 to ws-cf-ptr
               string "DESCRIPTION:" delimited by size
                 into ws-cf-description with pointer ws-cf-ptr
               if ws-cf-cust-name not equal spaces
                   move ws-cf-cust-name to ws-cf-raw
                   perform p790-escape-text
                   string "Customer: " ws-cf-esc(1:ws-cf-esc-len)
                     "\n" delimited by size
                     into ws-cf-description with pointer ws-cf-ptr
               end-if
               if ws-cf-cust-phone not equal spaces
                   move ws-cf-cust-phone to ws-cf-raw
                   perform p790-escape-text
                   string "Tel: " ws-cf-esc(1:ws-cf-esc-len)
                     "\n" delimited by size
                     into ws-cf-description with pointer ws-cf-ptr
               end-if
               string "Ref: " function trim (ws-cf-ref)
                 delimited by size
                 into ws-cf-description with pointer ws-cf-ptr
           end-if.

       p370-track-entry-state.

      *  THE CHECK VALUE COVERS EVERYTHING THE ENTRY SHOWS. A NEW
      *  ENTRY STARTS AT SEQUENCE ZERO; A CHANGED ONE GOES UP ONE
      *  AND TAKES THIS RUN AS ITS MODIFIED TIME.
           move spaces to ws-cf-sig
           string ws-cf-dtstart ws-cf-dtend ws-cf-status
             ws-cf-summary ws-cf-location ws-cf-description
             delimited by size into ws-cf-sig
           move zero to ws-cf-check
           perform varying ws-cf-sub from 1 by 1
             until ws-cf-sub greater than 600
               if ws-cf-sig(ws-cf-sub:1) not equal space
                   compute ws-cf-check = function mod
                     (ws-cf-check * 31 +
                     function ord (ws-cf-sig(ws-cf-sub:1)) *
                     ws-cf-sub, 100000000000000)
               end-if
           end-perform

           move "N" to ws-cf-state-found
           move ws-cf-uid to Calfeed-UID
           read calfeedfile
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-cf-state-found
           end-read
           if not cf-state-found
               move ws-cf-uid to Calfeed-UID
               move ws-cf-user to Calfeed-User-ID
               move ws-cf-check to Calfeed-Check
               move zero to Calfeed-Sequence
               move ws-cf-utc-stamp to Calfeed-Modified
               move ws-cf-utc-stamp to Calfeed-Last-Run
               write Calfeed-Record
                   invalid key
                       continue
               end-write
               add 1 to ws-cf-changed
           else
               if Calfeed-Check not equal ws-cf-check or
                 Calfeed-User-ID not equal ws-cf-user
                   add 1 to Calfeed-Sequence
                   move ws-cf-check to Calfeed-Check
                   move ws-cf-user to Calfeed-User-ID
                   move ws-cf-utc-stamp to Calfeed-Modified
                   add 1 to ws-cf-changed
               end-if
               move ws-cf-utc-stamp to Calfeed-Last-Run
               rewrite Calfeed-Record
                   invalid key
                       continue
               end-rewrite
           end-if
           move Calfeed-Sequence to ws-cf-sequence
           move Calfeed-Modified to ws-cf-modified.

       p780-write-ics-line.

      *  WRITES ONE CONTENT LINE, FOLDED - THE FIRST 75 CHARACTERS,
      *  THEN 74 AT A TIME BEHIND A LEADING SPACE.
           move function length (function trim (ws-cf-line trailing))
             to ws-cf-line-len
           if ws-cf-line-len not greater than 75
               move ws-cf-line to Ics-Text
               write Ics-Line
               move spaces to ws-cf-line
               exit paragraph
           end-if
           move ws-cf-line(1:75) to Ics-Text
           write Ics-Line
           move 76 to ws-cf-line-pos
           perform until ws-cf-line-pos greater than ws-cf-line-len
               compute ws-cf-chunk = ws-cf-line-len - ws-cf-line-pos
                 + 1
               if ws-cf-chunk greater than 74
                   move 74 to ws-cf-chunk
               end-if
               move spaces to Ics-Text
               move ws-cf-line(ws-cf-line-pos:ws-cf-chunk) to
                 Ics-Text(2:ws-cf-chunk)
               write Ics-Line
               add ws-cf-chunk to ws-cf-line-pos
           end-perform
           move spaces to ws-cf-line.

       p790-escape-text.
           move spaces to ws-cf-esc
           move zero to ws-cf-esc-len
           move function length (function trim (ws-cf-raw trailing))
             to ws-cf-line-pos
           if ws-cf-raw equal spaces
               move 1 to ws-cf-esc-len
               exit paragraph
           end-if
           perform varying ws-cf-sub from 1 by 1
             until ws-cf-sub greater than ws-cf-line-pos
               if ws-cf-raw(ws-cf-sub:1) equal "\" or
                 ws-cf-raw(ws-cf-sub:1) equal "," or
                 ws-cf-raw(ws-cf-sub:1) equal ";"
                   add 1 to ws-cf-esc-len
                   move "\" to ws-cf-esc(ws-cf-esc-len:1)
               end-if
               add 1 to ws-cf-esc-len
               move ws-cf-raw(ws-cf-sub:1) to
                 ws-cf-esc(ws-cf-esc-len:1)
           end-perform.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB CALFEED END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RUN JUST
      *  COMPLETED.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 655CalFeed.
