      *  THE MI CAN ATTRIBUTE EITHER SIDE OF THE TRANSFER DATE, AND
      *  EVERY OPEN FUTURE BOOKING ON THE LISTING IS MOVED TO THE
      *  RECEIVING BRANCH WITH A CONFIRM FLAG IN ITS OUTCOME SO THE
      *  RECEIVING OFFICE KNOWS TO RE-CONFIRM IT. A DRY RUN LISTS
      *  THE LISTING AND BOOKING CHANGES ON A CATALOGUED REPORT
      *  WITHOUT MAKING THEM; QUOTING ITS TOKEN ON THE LIVE RUN
      *  APPLIES EXACTLY THAT LIST OR NOTHING AT ALL.

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

       01 ws-xfer-property-id pic x(10) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-authfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-reportcatfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.


       copy "journal-variables.cpy".

       copy "sim-run-variables.cpy".

       01 ws-from-branch pic x(3) value spaces.
       01 ws-today-int pic 9(8) value zero.
       01 ws-date-digits pic 9(8) value zero.
         03 value "]  Optional - blank keeps the current one".
         03 line 11 col 2 value "Transfer now?:     [".
         03 pic x(1) using ws-do-transfer highlight prompt " ".
         03 value "]   Dry run?: [".
         03 pic x(1) using ws-sim-request highlight prompt " ".
         03 value "]   Token: [".
         03 pic x(10) using ws-sim-token-in highlight prompt " ".
         03 value "]".
         03 line 13 col 2 value
           "Open future bookings move too, flagged for the".
         03 line 14 col 2 value
           "receiving office to confirm.".
         03 line 16 col 2 value
           "A dry run lists the changes without making them; quote".
         03 line 17 col 2 value
           "its token with Transfer now to apply exactly that list.".
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
           if not done and (do-transfer or sim-requested)
               perform p500-transfer-listing
               move "N" to ws-do-transfer
               move "N" to ws-sim-request
               move spaces to ws-sim-token-in
           end-if.

           copy "get-system-date.cpy".
           end-if

           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
             ws-property-name
           move Property-Branch of Property-Record to
             ws-from-branch
           close PropertyFile
           if ws-from-branch equal ws-xfer-to-branch
               move "Listing is already at that branch." to
                 ws-error
               exit paragraph
           end-if

           move "XFER" to ws-sim-job
           move spaces to ws-sim-params
           string function trim (ws-xfer-property-id) ">"
             ws-xfer-to-branch " " function trim (ws-xfer-new-user)
             delimited by size into ws-sim-params
           perform p858-run-or-simulate
           if ws-sim-message not equal spaces
               move ws-sim-message to ws-error
           end-if.

       p540-apply-transfer.

      *  MOVES THE LISTING AND ITS OPEN BOOKINGS. ON A DRY RUN THE
      *  FILES ARE ONLY READ AND EACH CHANGE GOES ON THE DRY RUN
      *  REPORT INSTEAD.
           if sim-mode
               open input PropertyFile
           else
               open i-o PropertyFile
           end-if
           move ws-xfer-property-id to
             Property-ID of Property-Record
           read PropertyFile
               invalid key
                   close PropertyFile
                   exit paragraph
           end-read
           if sim-mode
               move spaces to ws-sim-line
               move 1 to ws-sim-ptr
               string "PROPERTY " Property-ID of Property-Record
                 " BRANCH " Property-Branch of Property-Record
                 " -> " ws-xfer-to-branch
                 delimited by size into ws-sim-line
                 with pointer ws-sim-ptr
               if ws-xfer-new-user not equal spaces
                   string " USER " User-ID of Property-Record
                     " -> " ws-xfer-new-user
                     delimited by size into ws-sim-line
                     with pointer ws-sim-ptr
               end-if
               perform p862-sim-record
               close PropertyFile
               perform p530-flag-open-bookings
               exit paragraph
           end-if

             ws-today-int

           move "0" to end-of-file
           if sim-mode
               open input BookingFile
           else
               open i-o BookingFile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
               exit paragraph
           end-if

           if sim-mode
               move spaces to ws-sim-line
               move 1 to ws-sim-ptr
               string "BOOKING " Booking-ID of Booking-Record
                 " BRANCH " Booking-Branch of Booking-Record
                 " -> " ws-xfer-to-branch
                 delimited by size into ws-sim-line
                 with pointer ws-sim-ptr
               if Booking-Outcome of Booking-Record equal spaces
                   string " OUTCOME -> TRANSFERRED - PLEASE CONFIRM"
                     delimited by size into ws-sim-line
                     with pointer ws-sim-ptr
               end-if
               perform p862-sim-record
               add 1 to ws-book-flagged
               exit paragraph
           end-if

           move ws-xfer-to-branch to
             Booking-Branch of Booking-Record
           if Booking-Outcome of Booking-Record equal spaces

           copy "write-journal.cpy".

           copy "sim-run.cpy" replacing
             ==:SIMWORK:== by ==p540-apply-transfer==.

       end program 117Xfer.
