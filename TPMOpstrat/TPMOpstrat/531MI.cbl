      *  OPERATIONS MENU - THE THIRD SCREEN IN THE MI CHAIN
      *  (501MI -> 521MI -> HERE), HOLDING THE BACK-OFFICE WORK
      *  QUEUES AND HOUSEKEEPING FUNCTIONS THAT ARE NOT REPORTS.
      *  A CUSTOMER ERASURE CAN BE DRY RUN FIRST - EVERY RECORD AND
      *  LOG LINE IT WOULD ANONYMISE IS LISTED ON A CATALOGUED
      *  REPORT AND NOTHING IS CHANGED; QUOTING THE REPORT'S TOKEN
      *  ON THE LIVE ERASURE APPLIES EXACTLY THAT OR NOTHING AT ALL.

       environment division.


           record key Logseg-Key OF Logseg-Record.

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
      *  SCRATCH LINE FOR THE LOG SCRUB PASSES - WIDE ENOUGH FOR
      *  THE WIDEST SCRUBBED LOG RECORD.
       01 Scrubtmp-Line.
         03 Scrubtmp-Text pic x(560).

       fd erasurefile.


       copy "logsegrec.cpy".

       fd simtokfile.

       copy "simtokenrec.cpy".

       fd simrptfile.

       copy "simrptrec.cpy".

       working-storage section.

       01 file-status pic xx.
         88 archive-inquiry value "Y" "y".
       01 ws-invoice-payments pic x(1) value "N".
         88 invoice-payments value "Y" "y".
       01 ws-credit-notes pic x(1) value "N".
         88 credit-notes value "Y" "y".
       01 ws-banking-sheet pic x(1) value "N".
         88 banking-sheet value "Y" "y".
       01 ws-returned-payments pic x(1) value "N".
         88 returned-payments value "Y" "y".
       01 ws-verify-audit pic x(1) value "N".
         88 verify-audit value "Y" "y".
       01 ws-nominal-codes pic x(1) value "N".
         88 nominal-codes value "Y" "y".
       01 ws-vat-rates pic x(1) value "N".
         88 vat-rates value "Y" "y".
       01 ws-sdlt-bands pic x(1) value "N".
         88 sdlt-bands value "Y" "y".
       01 ws-merge-customers pic x(1) value "N".
         88 merge-customers value "Y" "y".
       01 ws-sar-pack pic x(1) value "N".
         88 complaints-register value "Y" "y".
       01 ws-batch-monitor pic x(1) value "N".
         88 batch-monitor value "Y" "y".
       01 ws-sanctions-review pic x(1) value "N".
         88 sanctions-review value "Y" "y".
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-enquiryfile pic x(60) value spaces.
       01 ws-path-notifyfile pic x(60) value spaces.
       copy "journal-variables.cpy".
       01 ws-erase-count pic 9(5) value zero.
       01 ws-erase-count-disp pic ZZZZ9 value zero.
       01 ws-scrub-line-no pic 9(7) value zero.

       copy "sim-run-variables.cpy".
       01 ws-delete-path pic x(80) value spaces.
       01 ws-delete-status pic 9(4) comp value zero.
      *  NOTIFY AND ARCHIVE LINES REDEFINED OVER THE SCRATCH BUFFER
         88 seg-eof value "1".
       01 ws-seg-scrub-month pic x(6) value spaces.

       01 ws-scrub-buffer pic x(560) value spaces.
       01 ws-scrub-notify redefines ws-scrub-buffer.
         03 wsn-timestamp pic x(21).
         03 wsn-booking-id pic x(10).
         03 wsn-consent-note pic x(20).
         03 wsn-type pic x(8).
         03 wsn-cust-phone pic x(15).
         03 wsn-rest pic x(394).
       01 ws-scrub-archive redefines ws-scrub-buffer.
         03 wsa-timestamp pic x(21).
         03 wsa-user-id pic x(10).
         03 wsa-record-type pic x(10).
         03 wsa-key-value pic x(10).
         03 wsa-data pic x(500).
         03 wsa-rest pic x(9).
       01 ws-keysout-count pic 9(3) value zero.
       01 ws-keysout-overnight pic x(1) value spaces.
         03 VALUE "Archive Inquiry/Restore? [" LINE 9 COL 10.
         03 pic x(1) using ws-archive-inquiry highlight prompt " ".
         03 VALUE "]" LINE 9 COL 37.
         03 VALUE "Returned Payments? [" LINE 9 COL 40.
         03 pic x(1) using ws-returned-payments highlight prompt " ".
         03 VALUE "] - Admin only" LINE 9 COL 61.
         03 VALUE "Invoice Payments? [" LINE 10 COL 10.
         03 pic x(1) using ws-invoice-payments highlight prompt " ".
         03 VALUE "]" LINE 10 COL 30.
         03 VALUE "Credit Notes? [" LINE 10 COL 40.
         03 pic x(1) using ws-credit-notes highlight prompt " ".
         03 VALUE "] - Admin only" LINE 10 COL 56.
         03 VALUE "Verify Audit Chain? [" LINE 12 COL 10.
         03 pic x(1) using ws-verify-audit highlight prompt " ".
         03 VALUE "]" LINE 12 COL 32.
         03 VALUE "Banking Sheet? [" LINE 12 COL 40.
         03 pic x(1) using ws-banking-sheet highlight prompt " ".
         03 VALUE "]" LINE 12 COL 57.
         03 VALUE "Nominal Codes? [" LINE 13 COL 10.
         03 pic x(1) using ws-nominal-codes highlight prompt " ".
         03 VALUE "]" LINE 13 COL 26.
         03 VALUE "VAT Rates? [" LINE 13 COL 40.
         03 pic x(1) using ws-vat-rates highlight prompt " ".
         03 VALUE "] - Admin only" LINE 13 COL 53.
         03 VALUE "Stamp Duty Bands? [" LINE 14 COL 40.
         03 pic x(1) using ws-sdlt-bands highlight prompt " ".
         03 VALUE "] - Admin only" LINE 14 COL 60.
         03 VALUE "Customer Merge? [" LINE 14 COL 10.
         03 pic x(1) using ws-merge-customers highlight prompt " ".
         03 VALUE "]" LINE 14 COL 27.
         03 VALUE "Erase dry run? [" LINE 15 COL 40.
         03 pic x(1) using ws-sim-request highlight prompt " ".
         03 VALUE "] Token: [" LINE 15 COL 56.
         03 pic x(10) using ws-sim-token-in highlight prompt " ".
         03 VALUE "]" LINE 15 COL 76.
         03 VALUE "Subject Access Pack? [" LINE 15 COL 10.
         03 pic x(1) using ws-sar-pack highlight prompt " ".
         03 VALUE "]" LINE 15 COL 33.
         03 VALUE "Batch Job Monitor? [" LINE 18 COL 10.
         03 pic x(1) using ws-batch-monitor highlight prompt " ".
         03 VALUE "]" LINE 18 COL 31.
         03 VALUE "Sanctions Review? [" LINE 19 COL 10.
         03 pic x(1) using ws-sanctions-review highlight prompt " ".
         03 VALUE "] - Admin only" LINE 19 COL 30.
         03 VALUE "Erase customer data: [" LINE 11 COL 10.
         03 pic x(10) using ws-erase-cust-id line 11 col 32
           highlight prompt " ".
               end-if
           end-if

           if credit-notes
               move "N" to ws-credit-notes
               perform p850-check-quiesce
               evaluate TRUE
                   when system-quiesced
                       move
                         "Blocked - nightly processing is running."
                         & " Try again shortly." to ws-error
                   when ws-session-role1 not equal "Y"
                       move "Access denied - Admin role required."
                         to ws-error
                   when other
                       call "337CrNote"
               end-evaluate
           end-if

           if returned-payments
               move "N" to ws-returned-payments
               perform p850-check-quiesce
               evaluate TRUE
                   when system-quiesced
                       move
                         "Blocked - nightly processing is running."
                         & " Try again shortly." to ws-error
                   when ws-session-role1 not equal "Y"
                       move "Access denied - Admin role required."
                         to ws-error
                   when other
                       call "339Return"
               end-evaluate
           end-if

           if banking-sheet
               move "N" to ws-banking-sheet
               perform p850-check-quiesce
               if system-quiesced
                   move
                     "Blocked - nightly processing is running. Try"
                     & " again shortly." to ws-error
               else
                   call "338Bank"
               end-if
           end-if

           if verify-audit
               move "N" to ws-verify-audit
               call "619AudVer"
               call "120Nom"
           end-if

           if vat-rates
               move "N" to ws-vat-rates
               if ws-session-role1 not equal "Y"
                   move "Access denied - Admin role required." to
                     ws-error
               else
                   call "123VatRate"
               end-if
           end-if

           if sdlt-bands
               move "N" to ws-sdlt-bands
               if ws-session-role1 not equal "Y"
                   move "Access denied - Admin role required." to
                     ws-error
               else
                   call "124Sdlt"
               end-if
           end-if

           if merge-customers
               move "N" to ws-merge-customers
               perform p850-check-quiesce
               call "538Monitor"
           end-if

           if sanctions-review
               move "N" to ws-sanctions-review
               if ws-session-role1 equal "Y"
                   call "539Sanct"
               else
                   move "Access denied - Admin role required." to
                     ws-error
               end-if
           end-if

           if complaints-register
               move "N" to ws-complaints
               if ws-session-role1 equal "Y"
               end-if
           end-if

           if do-erase or sim-requested
               perform p850-check-quiesce
               evaluate TRUE
                   when system-quiesced
                       perform p820-erase-customer
               end-evaluate
               move "N" to ws-do-erase
               move "N" to ws-sim-request
               move spaces to ws-sim-token-in
           end-if

           Copy "menuoption.cpy".
             ws-numeric-reference
           move ws-numeric-reference to ws-erase-cust-id

           move "ERASURE" to ws-sim-job
           move ws-erase-cust-id to ws-sim-params
           perform p858-run-or-simulate
           if ws-sim-message not equal spaces
               move ws-sim-message to ws-error
           end-if.

       p831-apply-erasure.

      *  ON A DRY RUN NO CERTIFICATE IS CUT AND THE FILES ARE ONLY
      *  READ - EACH RECORD OR LOG LINE THAT WOULD BE ANONYMISED
      *  GOES ON THE DRY RUN REPORT INSTEAD.
           if not sim-mode
               open output erasurefile
           end-if
           move spaces to Erasure-Text
           string "Certificate of erasure for customer "
             function trim (ws-erase-cust-id)
             " - " ws-display-date
             delimited by size into Erasure-Text
           perform p832-write-certificate-line
           move spaces to Erasure-Text
           string "Requested by Admin "
             function trim (ws-session-user-id)
             delimited by size into Erasure-Text
           perform p832-write-certificate-line
           move spaces to Erasure-Text
           perform p832-write-certificate-line

           perform p821-erase-customer-master
           perform p822-erase-enquiries
           move
             "audit.log      - references only, nothing to erase"
             to Erasure-Text
           perform p832-write-certificate-line

           if sim-mode
               exit paragraph
           end-if
           close erasurefile

           move "CUSTOMER" to ws-audit-type
       p821-erase-customer-master.
           move zero to ws-erase-count
           move "0" to invalid-data
           if sim-mode
               open input custfile
           else
               open i-o custfile
           end-if
           if file-status = "35"
               move "1" to invalid-data
           end-if
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found and sim-mode
               move spaces to ws-sim-line
               string "CUSTOMER " cust-id of custrec " NAME "
                 cust-name of custrec
                 " -> ERASED, PERSONAL FIELDS CLEARED"
                 delimited by size into ws-sim-line
               perform p862-sim-record
               move 1 to ws-erase-count
           end-if
           if not key-not-found and not sim-mode
               move "ERASED" to cust-name of custrec
               move "ERASED" to cust-address1 of custrec
               move "ERASED" to cust-address2 of custrec
               move spaces to cust-aml-expiry of custrec
               move spaces to cust-sort-code of custrec
               move spaces to cust-account-no of custrec
               move spaces to cust-portal-optin of custrec
               move spaces to cust-portal-optin-date of custrec
               move spaces to cust-bank-control of custrec
               rewrite custrec
                   invalid key
                       continue
           string "customers.dat  - " ws-erase-count-disp
             " record anonymised"
             delimited by size into Erasure-Text
           perform p832-write-certificate-line.

       p822-erase-enquiries.
           move zero to ws-erase-count
           move "0" to end-of-file
           if sim-mode
               open input enquiryfile
           else
               open i-o enquiryfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
                       move "1" to end-of-file
                   not at end
                       if Enquiry-Cust-ID of Enquiry-Record equal
                         ws-erase-cust-id and sim-mode
                           move spaces to ws-sim-line
                           string "ENQUIRY " Enquiry-ID of
                             Enquiry-Record " NAME " Enquiry-Name of
                             Enquiry-Record " -> ERASED"
                             delimited by size into ws-sim-line
                           perform p862-sim-record
                           add 1 to ws-erase-count
                       end-if
                       if Enquiry-Cust-ID of Enquiry-Record equal
                         ws-erase-cust-id and not sim-mode
                           move "ERASED" to
                             Enquiry-Name of Enquiry-Record
                           move spaces to
           string "enquiries.dat  - " ws-erase-count-disp
             " records anonymised"
             delimited by size into Erasure-Text
           perform p832-write-certificate-line.

       p823-scrub-notify-log.

                 " lines scrubbed"
                 delimited by size into Erasure-Text
           end-if
           perform p832-write-certificate-line
           perform p826-scrub-notify-segments.

       p825-scrub-notify-pass.
           if file-status = "35"
               move "1" to end-of-file
               move "Y" to ws-scrub-missing
               close notifyfile
               exit paragraph
           end-if
           if sim-mode
               move zero to ws-scrub-line-no
               perform until eof
                   read notifyfile
                       at end
                           move "1" to end-of-file
                       not at end
                           add 1 to ws-scrub-line-no
                           move spaces to ws-scrub-buffer
                           move Notify-Record to ws-scrub-buffer
                           if wsn-cust-id equal ws-erase-cust-id
                               perform p833-note-notify-line
                           end-if
               end-perform
               close notifyfile
           else
               open output scrubtmpfile
               perform until eof
                 " lines scrubbed"
                 delimited by size into Erasure-Text
           end-if
           perform p832-write-certificate-line
           move ws-hold-scrub-path to ws-path-notifyfile.

       p824-scrub-archive-log.
                 " images scrubbed"
                 delimited by size into Erasure-Text
           end-if
           perform p832-write-certificate-line
           perform p828-scrub-archive-segments.

       p827-scrub-archive-pass.
           if file-status = "35"
               move "1" to end-of-file
               move "Y" to ws-scrub-missing
               close archivefile
               exit paragraph
           end-if
           if sim-mode
               perform until eof
                   read archivefile
                       at end
                           move "1" to end-of-file
                       not at end
                           move spaces to ws-scrub-buffer
                           move Archive-Record to ws-scrub-buffer
                           if wsa-record-type equal "CUSTOMER" and
                             wsa-key-value equal ws-erase-cust-id
                               perform p834-note-archive-image
                           end-if
               end-perform
               close archivefile
           else
               open output scrubtmpfile
               perform until eof
                           move Archive-Record to ws-scrub-buffer
                           if wsa-record-type equal "CUSTOMER" and
                             wsa-key-value equal ws-erase-cust-id
                               move spaces to wsa-data (11:490)
                               add 1 to ws-erase-count
                           end-if
                           move ws-scrub-buffer to Scrubtmp-Text
                 " images scrubbed"
                 delimited by size into Erasure-Text
           end-if
           perform p832-write-certificate-line
           move ws-hold-scrub-path to ws-path-archivefile.

       p832-write-certificate-line.
           if not sim-mode
               write Erasure-Line
           end-if.

       p833-note-notify-line.
           move spaces to ws-sim-line
           string function trim (ws-path-notifyfile)
             " LINE " ws-scrub-line-no " NAME " wsn-cust-name
             " -> ERASED, PHONE CLEARED"
             delimited by size into ws-sim-line
           perform p862-sim-record
           add 1 to ws-erase-count.

       p834-note-archive-image.
           move spaces to ws-sim-line
           string function trim (ws-path-archivefile)
             " CUSTOMER IMAGE " wsa-timestamp(1:14)
             " -> PERSONAL DATA BLANKED"
             delimited by size into ws-sim-line
           perform p862-sim-record
           add 1 to ws-erase-count.

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE ERASURE JUST

           copy "write-journal.cpy".

           copy "sim-run.cpy" replacing
             ==:SIMWORK:== by ==p831-apply-erasure==.

       end program 531MI.
