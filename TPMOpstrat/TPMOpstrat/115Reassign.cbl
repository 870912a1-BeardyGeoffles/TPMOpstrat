      *  STATUS-B BOOKING MOVES ACROSS ROUND-ROBIN, WITH ONE AUDIT
      *  LINE PER RECORD MOVED AND A HANDOVER REPORT SHOWING WHO GOT
      *  WHAT. REPLACES TWO DAYS OF PAGING THROUGH THE BROWSE.
      *  A DRY RUN LISTS EVERY MOVE IT WOULD MAKE ON A CATALOGUED
      *  REPORT WITHOUT CHANGING ANYTHING; QUOTING ITS TOKEN ON THE
      *  LIVE RUN APPLIES EXACTLY THAT LIST OR NOTHING AT ALL.

       environment division.

              organization line sequential
              file status file-status.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select reportcatfile assign dynamic
                ws-path-reportcatfile
              organization indexed
              access dynamic
              file status file-status
              record key Cat-ID OF Cat-Record.

              select simtokfile assign dynamic ws-path-simtokfile
              organization indexed
              access dynamic
              file status file-status
              record key Simtok-ID OF Simtok-Record.

              select simrptfile assign dynamic ws-path-simrptfile
              organization line sequential
              file status file-status.

       data division.

       file section.
       fd auditfile.
       copy "auditrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd reportcatfile.
       copy "reportcatrec.cpy".

       fd simtokfile.
       copy "simtokenrec.cpy".

       fd simrptfile.
       copy "simrptrec.cpy".

       working-storage section.

       01 ws-leaver-id pic x(10) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-authfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-reportcatfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.


       copy "journal-variables.cpy".

       copy "sim-run-variables.cpy".

       01 ws-all-valid pic x(1) value "N".
         88 all-valid value "Y".
       01 ws-check-user pic x(10) value spaces.
         03 value "]".
         03 line 10 col 2 value "Reassign now?:    [".
         03 pic x(1) using ws-do-reassign highlight prompt " ".
         03 value "]   Dry run?: [".
         03 pic x(1) using ws-sim-request highlight prompt " ".
         03 value "]   Token: [".
         03 pic x(10) using ws-sim-token-in highlight prompt " ".
         03 value "]".
         03 line 12 col 2 value
           "Moves every live listing (FS, WD, TL, LT) and every".
         03 line 13 col 2 value
           "future status-B booking to the receivers in turn.".
         03 line 15 col 2 value
           "A dry run lists every move without making it; quote its".
         03 line 16 col 2 value
           "token with Reassign now to apply exactly that list.".
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".
           string function trim (ws-data-dir) "auth.dat"
             delimited by size into ws-path-authfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "reportcat.dat"
             delimited by size into ws-path-reportcatfile.

       p200-process.
           perform p210-getsystemdate
               move "1" to ws-done
               exit
           end-if
           if not done and (do-reassign or sim-requested)
               move "REASSIGN" to ws-auth-function
               perform p895-check-authority
               if not authority-granted
                     "Not authorised - reassignment needs a matrix"
                     & " entry." to ws-error
                   move "N" to ws-do-reassign
                   move "N" to ws-sim-request
                   exit paragraph
               end-if
               perform p510-validate-users
               if all-valid
                   move "REASSIGN" to ws-sim-job
                   move spaces to ws-sim-params
                   string function trim (ws-leaver-id) ">"
                     function trim (ws-receiver-id (1)) ","
                     function trim (ws-receiver-id (2)) ","
                     function trim (ws-receiver-id (3))
                     delimited by size into ws-sim-params
                   perform p858-run-or-simulate
                   if ws-sim-message not equal spaces
                       move ws-sim-message to ws-error
                   end-if
                   move spaces to ws-sim-token-in
               end-if
               move "N" to ws-do-reassign
               move "N" to ws-sim-request
           end-if.

           copy "get-system-date.cpy".

      *  WALKS THE LIVE LISTINGS AND FUTURE BOOKINGS OF THE LEAVER,
      *  HANDING EACH TO THE NEXT RECEIVER IN TURN, AUDITING EVERY
      *  MOVE AND LISTING IT ON THE HANDOVER REPORT. ON A DRY RUN
      *  THE FILES ARE ONLY READ AND EACH MOVE GOES ON THE DRY RUN
      *  REPORT INSTEAD.
           move function trim (ws-leaver-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-leaver-id
           move function integer-of-date (ws-date-digits) to
             ws-today-int

           if not sim-mode
               open output handoverfile
               move spaces to Handover-Text
               string "Handover report - portfolio of "
                 function trim (ws-leaver-id) " reassigned "
                 ws-display-date
                 delimited by size into Handover-Text
               write Handover-Line
               move spaces to Handover-Text
               write Handover-Line
           end-if

           move "0" to end-of-file
           if sim-mode
               open input PropertyFile
           else
               open i-o PropertyFile
           end-if
           if file-status not equal "35"
               perform until eof
                   read PropertyFile next record
           close PropertyFile

           move "0" to end-of-file
           if sim-mode
               open input BookingFile
           else
               open i-o BookingFile
           end-if
           if file-status not equal "35"
               perform until eof
                   read BookingFile next record
               end-perform
           end-if
           close BookingFile
           if sim-mode
               exit paragraph
           end-if

           move spaces to Handover-Text
           write Handover-Line
               if ws-receiver-id (ws-receiver-idx) equal spaces
                   perform p555-next-receiver
               end-if
               if sim-mode
                   move spaces to ws-sim-line
                   string "PROPERTY " Property-ID of Property-Record
                     " USER " User-ID of Property-Record " -> "
                     ws-receiver-id (ws-receiver-idx)
                     delimited by size into ws-sim-line
                   perform p862-sim-record
                   perform p555-next-receiver
                   exit paragraph
               end-if
               move ws-receiver-id (ws-receiver-idx) to
                 User-ID of Property-Record
               move ws-system-date to
                     spaces
                       perform p555-next-receiver
                   end-if
                   if sim-mode
                       move spaces to ws-sim-line
                       string "BOOKING " Booking-ID of Booking-Record
                         " USER " User-ID of Booking-Record " -> "
                         ws-receiver-id (ws-receiver-idx)
                         delimited by size into ws-sim-line
                       perform p862-sim-record
                       perform p555-next-receiver
                       exit paragraph
                   end-if
                   move ws-receiver-id (ws-receiver-idx) to
                     User-ID of Booking-Record
                   rewrite Booking-Record

           copy "write-journal.cpy".

           copy "sim-run.cpy" replacing
             ==:SIMWORK:== by ==p550-reassign-portfolio==.

       end program 115Reassign.
