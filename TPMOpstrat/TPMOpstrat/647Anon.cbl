       identification division.
       program-id. 647Anon.

      *  ANONYMISED TRAINING AND TEST DATA SET. COPIES THE MASTERS
      *  AND THE FILES LINKED TO THEM - PROPERTIES, CUSTOMERS,
      *  BOOKINGS, OFFERS, TENANCIES, THE RENT LEDGER AND INVOICES,
      *  WITH THE USERS AND SEQUENCE CONTROL FILES SO THE COPY CAN
      *  BE LOGGED ON TO AND KEEPS ISSUING REFERENCES - INTO A
      *  SEPARATE DATA FOLDER. POINT TPM_DATA_DIR AT THAT FOLDER TO
      *  TRAIN OR TEST ON IT. NAMES, PHONE NUMBERS, EMAILS, BANK
      *  DETAILS, STREET ADDRESSES AND FREE-TEXT VIEWING OUTCOMES
      *  ARE SCRAMBLED; KEYS, DATES, STATUSES AND AMOUNTS ARE
      *  COPIED UNTOUCHED. THE SCRAMBLE IS WORKED OUT FROM THE LIVE
      *  VALUE ITSELF, SO A NAME OR ADDRESS THAT APPEARS IN MORE
      *  THAN ONE FILE (THE VENDOR ON AN INVOICE, A LANDLORD LIVING
      *  AT THE LET PROPERTY) BECOMES THE SAME MADE-UP VALUE
      *  EVERYWHERE. USER PASSWORDS ARE RESET TO TRAINING AND MUST
      *  BE CHANGED AT FIRST LOGON. POSTCODES ARE KEPT, SO AREA
      *  REPORTING STILL MEANS SOMETHING. RUN AS
      *      <TARGET FOLDER>
      *  OR WITH NO ARGUMENT FOR A "training" FOLDER UNDER THE LIVE
      *  DATA FOLDER - THE LIVE FOLDER ITSELF IS REFUSED. EVERY
      *  COPIED RECORD IS THEN RE-READ AND ITS PERSONAL FIELDS
      *  COMPARED WITH THE LIVE RECORD ON THE SAME KEY; THE
      *  VERIFICATION REPORT LISTS ANY LIVE VALUE THAT SURVIVED AND
      *  THE EXIT STATUS IS NONZERO IF ONE DID.
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

              select trnpropfile assign dynamic
                ws-path-trnpropfile
              organization indexed
              access dynamic
              file status file-status
              record key Property-ID OF Trn-Prop-Record
              alternate record key Property-Status OF
                Trn-Prop-Record with duplicates
              alternate record key Customer-ID OF
                Trn-Prop-Record with duplicates.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select trncustfile assign dynamic
                ws-path-trncustfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF Trn-Cust-Record.

              select BookingFile assign dynamic ws-path-bookingfile
              organization indexed
              access dynamic
              file status file-status
              record key Booking-ID OF Booking-Record
              alternate record key Booking-Date OF
                Booking-Record with duplicates
              alternate record key User-ID OF
                Booking-Record with duplicates.

              select trnbookfile assign dynamic
                ws-path-trnbookfile
              organization indexed
              access dynamic
              file status file-status
              record key Booking-ID OF Trn-Book-Record
              alternate record key Booking-Date OF
                Trn-Book-Record with duplicates
              alternate record key User-ID OF
                Trn-Book-Record with duplicates.

              select userfile assign dynamic ws-path-userfile
              organization indexed
              access dynamic
              file status file-status
              record key user-id OF userrec.

              select trnuserfile assign dynamic
                ws-path-trnuserfile
              organization indexed
              access dynamic
              file status file-status
              record key user-id OF Trn-User-Record.

              select offerfile assign dynamic ws-path-offerfile
              organization indexed
              access dynamic
              file status file-status
              record key Offer-ID OF Offer-Record.

              select trnofferfile assign dynamic
                ws-path-trnofferfile
              organization indexed
              access dynamic
              file status file-status
              record key Offer-ID OF Trn-Offer-Record.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select trntenfile assign dynamic
                ws-path-trntenfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Trn-Ten-Record.

              select rentfile assign dynamic ws-path-rentfile
              organization indexed
              access dynamic
              file status file-status
              record key Rent-ID OF Rent-Record
              alternate record key Rent-Tenancy-ID OF
                Rent-Record with duplicates.

              select trnrentfile assign dynamic
                ws-path-trnrentfile
              organization indexed
              access dynamic
              file status file-status
              record key Rent-ID OF Trn-Rent-Record
              alternate record key Rent-Tenancy-ID OF
                Trn-Rent-Record with duplicates.

              select invoicefile assign dynamic
                ws-path-invoicefile
              organization indexed
              access dynamic
              file status file-status
              record key Invoice-ID OF Invoice-Record.

              select trninvfile assign dynamic
                ws-path-trninvfile
              organization indexed
              access dynamic
              file status file-status
              record key Invoice-ID OF Trn-Inv-Record.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select trnseqfile assign dynamic
                ws-path-trnseqfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Trn-Seq-Record.

              select anonreportfile assign dynamic
                ws-path-anonreportfile
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

       fd PropertyFile.
       copy "property-record.cpy".

       fd trnpropfile.
       copy "property-record.cpy" replacing
         ==Property-Record== by ==Trn-Prop-Record==.

       fd custfile.
       copy "custrec.cpy".

       fd trncustfile.
       copy "custrec.cpy" replacing
         ==01 custrec== by ==01 Trn-Cust-Record==.

       fd BookingFile.
       copy "booking-record.cpy".

       fd trnbookfile.
       copy "booking-record.cpy" replacing
         ==Booking-Record== by ==Trn-Book-Record==.

       fd userfile.
       copy "userrec.cpy".

       fd trnuserfile.
       copy "userrec.cpy" replacing
         ==01 userrec== by ==01 Trn-User-Record==.

       fd offerfile.
       copy "offerrec.cpy".

       fd trnofferfile.
       copy "offerrec.cpy" replacing
         ==Offer-Record== by ==Trn-Offer-Record==.

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd trntenfile.
       copy "tenancyrec.cpy" replacing
         ==Tenancy-Record== by ==Trn-Ten-Record==.

       fd rentfile.
       copy "rentrec.cpy".

       fd trnrentfile.
       copy "rentrec.cpy" replacing
         ==Rent-Record== by ==Trn-Rent-Record==.

       fd invoicefile.
       copy "invoicerec.cpy".

       fd trninvfile.
       copy "invoicerec.cpy" replacing
         ==Invoice-Record== by ==Trn-Inv-Record==.

       fd seqctlfile.
       copy "seqrec.cpy".

       fd trnseqfile.
       copy "seqrec.cpy" replacing
         ==Seq-Record== by ==Trn-Seq-Record==.

       fd anonreportfile.

      *  VERIFICATION REPORT LINE - ONE FREE-TEXT LINE PER EVENT.
       01 Anonrpt-Line.
         03 Anonrpt-Text pic x(110).

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
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-trnpropfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-trncustfile pic x(60) value spaces.
       01 ws-path-bookingfile pic x(60) value spaces.
       01 ws-path-trnbookfile pic x(60) value spaces.
       01 ws-path-userfile pic x(60) value spaces.
       01 ws-path-trnuserfile pic x(60) value spaces.
       01 ws-path-offerfile pic x(60) value spaces.
       01 ws-path-trnofferfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-trntenfile pic x(60) value spaces.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-trnrentfile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-trninvfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-trnseqfile pic x(60) value spaces.
       01 ws-path-anonreportfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       01 ws-command-line pic x(60) value spaces.
       01 ws-target-dir pic x(40) value spaces.
       01 ws-dir-separator pic x(1) value spaces.
       01 ws-dir-length pic 9(2) value zero.
       01 ws-target-file pic x(16) value spaces.
       01 ws-target-path pic x(60) value spaces.

       01 ws-anon-refused pic x(1) value "N".
         88 anon-refused value "Y".
       01 ws-anon-failed pic x(1) value "N".
         88 anon-failed value "Y".

      *  RECORDS COPIED PER FILE, IN THE ORDER THE FILES ARE
      *  COPIED, AND THE SURVIVING LIVE VALUES FOUND ON VERIFY.
       01 ws-copy-counts.
         03 ws-copy-count pic 9(7) occurs 9 times.
       01 ws-copy-sub pic 9(2) value zero.
       01 ws-copy-names.
         03 filler pic x(12) value "Customers".
         03 filler pic x(12) value "Properties".
         03 filler pic x(12) value "Bookings".
         03 filler pic x(12) value "Users".
         03 filler pic x(12) value "Offers".
         03 filler pic x(12) value "Tenancies".
         03 filler pic x(12) value "Rent ledger".
         03 filler pic x(12) value "Invoices".
         03 filler pic x(12) value "Sequences".
       01 ws-copy-name-table redefines ws-copy-names.
         03 ws-copy-name pic x(12) occurs 9 times.
       01 ws-survivor-count pic 9(7) value zero.
       01 ws-checked-count pic 9(7) value zero.
       01 ws-survivor-field pic x(30) value spaces.
       01 ws-survivor-key pic x(20) value spaces.
       01 ws-count-disp pic ZZZZZZ9 value zero.

      *  THE SCRAMBLE - THE LIVE VALUE IS HASHED, AND THE HASH
      *  PICKS THE MADE-UP REPLACEMENT FROM THE POOLS BELOW, SO THE
      *  SAME LIVE VALUE ALWAYS COMES OUT THE SAME.
       01 ws-anon-in pic x(40) value spaces.
       01 ws-anon-out pic x(40) value spaces.
       01 ws-anon-hash pic 9(9) value zero.
       01 ws-anon-work pic 9(9) value zero.
       01 ws-anon-len pic 9(2) value zero.
       01 ws-anon-sub pic 9(2) value zero.
       01 ws-anon-pick1 pic 9(2) value zero.
       01 ws-anon-pick2 pic 9(2) value zero.
       01 ws-anon-number pic 9(3) value zero.
       01 ws-anon-number-disp pic ZZ9 value zero.
       01 ws-anon-digits pic 9(8) value zero.
       01 ws-anon-kind pic x(1) value spaces.
         88 anon-kind-name value "N".
         88 anon-kind-street value "S".
         88 anon-kind-locality value "L".
         88 anon-kind-phone value "P".
         88 anon-kind-sort-code value "B".
         88 anon-kind-account value "A".
         88 anon-kind-exempt-ref value "X".

       01 ws-first-names.
         03 filler pic x(10) value "Alex".
         03 filler pic x(10) value "Bernard".
         03 filler pic x(10) value "Carol".
         03 filler pic x(10) value "Dennis".
         03 filler pic x(10) value "Elaine".
         03 filler pic x(10) value "Frank".
         03 filler pic x(10) value "Gillian".
         03 filler pic x(10) value "Harold".
         03 filler pic x(10) value "Irene".
         03 filler pic x(10) value "Jack".
         03 filler pic x(10) value "Kathleen".
         03 filler pic x(10) value "Leonard".
         03 filler pic x(10) value "Margaret".
         03 filler pic x(10) value "Norman".
         03 filler pic x(10) value "Olive".
         03 filler pic x(10) value "Peter".
         03 filler pic x(10) value "Rita".
         03 filler pic x(10) value "Stanley".
         03 filler pic x(10) value "Thelma".
         03 filler pic x(10) value "Walter".
       01 ws-first-name-table redefines ws-first-names.
         03 ws-first-name pic x(10) occurs 20 times.

       01 ws-surnames.
         03 filler pic x(12) value "Ashworth".
         03 filler pic x(12) value "Blackwood".
         03 filler pic x(12) value "Cartwright".
         03 filler pic x(12) value "Dunmore".
         03 filler pic x(12) value "Ellingham".
         03 filler pic x(12) value "Fairbrother".
         03 filler pic x(12) value "Greenhalgh".
         03 filler pic x(12) value "Hargreaves".
         03 filler pic x(12) value "Illingworth".
         03 filler pic x(12) value "Jessop".
         03 filler pic x(12) value "Kettlewell".
         03 filler pic x(12) value "Lockwood".
         03 filler pic x(12) value "Marchbank".
         03 filler pic x(12) value "Northcott".
         03 filler pic x(12) value "Ormerod".
         03 filler pic x(12) value "Pendlebury".
         03 filler pic x(12) value "Quarmby".
         03 filler pic x(12) value "Rushworth".
         03 filler pic x(12) value "Sowerby".
         03 filler pic x(12) value "Thwaites".
       01 ws-surname-table redefines ws-surnames.
         03 ws-surname pic x(12) occurs 20 times.

       01 ws-streets.
         03 filler pic x(20) value "Acacia Avenue".
         03 filler pic x(20) value "Beech Grove".
         03 filler pic x(20) value "Chestnut Close".
         03 filler pic x(20) value "Dale Street".
         03 filler pic x(20) value "Elm Crescent".
         03 filler pic x(20) value "Foundry Lane".
         03 filler pic x(20) value "Granary Way".
         03 filler pic x(20) value "Hawthorn Road".
         03 filler pic x(20) value "Ivy Terrace".
         03 filler pic x(20) value "Juniper Drive".
         03 filler pic x(20) value "Kiln Lane".
         03 filler pic x(20) value "Larch Walk".
         03 filler pic x(20) value "Mill Street".
         03 filler pic x(20) value "Nursery Road".
         03 filler pic x(20) value "Orchard Rise".
         03 filler pic x(20) value "Pinfold Gardens".
         03 filler pic x(20) value "Quarry Hill".
         03 filler pic x(20) value "Rowan Court".
         03 filler pic x(20) value "Sycamore Place".
         03 filler pic x(20) value "Tannery Row".
       01 ws-street-table redefines ws-streets.
         03 ws-street pic x(20) occurs 20 times.

       01 ws-localities.
         03 filler pic x(20) value "Ashby Green".
         03 filler pic x(20) value "Brookside".
         03 filler pic x(20) value "Castleton".
         03 filler pic x(20) value "Dunford Bridge".
         03 filler pic x(20) value "Eastfield".
         03 filler pic x(20) value "Fernhill".
         03 filler pic x(20) value "Goldthorpe".
         03 filler pic x(20) value "Highcliffe".
         03 filler pic x(20) value "Ingleby".
         03 filler pic x(20) value "Kingsmead".
         03 filler pic x(20) value "Longridge".
         03 filler pic x(20) value "Moorside".
         03 filler pic x(20) value "Netherton".
         03 filler pic x(20) value "Oakenshaw".
         03 filler pic x(20) value "Priestley".
         03 filler pic x(20) value "Redbrook".
         03 filler pic x(20) value "Southowram".
         03 filler pic x(20) value "Thornbury".
         03 filler pic x(20) value "Upperthorpe".
         03 filler pic x(20) value "Westwood".
       01 ws-locality-table redefines ws-localities.
         03 ws-locality pic x(20) occurs 20 times.

       01 ws-training-password pic x(10) value "TRAINING".

       procedure division.

       MAIN section.
           perform p100-setup
           move "ANONYMISE" to ws-runlock-job
           move "TRAINING" to ws-runlock-masters
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
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "Bookings.dat"
             delimited by size into ws-path-bookingfile
           string function trim (ws-data-dir) "users.dat"
             delimited by size into ws-path-userfile
           string function trim (ws-data-dir) "offers.dat"
             delimited by size into ws-path-offerfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "rentledger.dat"
             delimited by size into ws-path-rentfile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "anonreport.txt"
             delimited by size into ws-path-anonreportfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p120-resolve-target-paths.

      *  THE COPY KEEPS THE LIVE FILE NAMES, SO THE ORDINARY
      *  PROGRAMS FIND IT ONCE TPM_DATA_DIR NAMES THE TARGET
      *  FOLDER. THE FOLDER SEPARATOR IS TAKEN FROM THE LIVE
      *  FOLDER NAME.
           move function length (function trim (ws-data-dir)) to
             ws-dir-length
           move ws-data-dir(ws-dir-length:1) to ws-dir-separator
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-target-dir
           end-unstring
           if ws-target-dir equal spaces
               string function trim (ws-data-dir) "training"
                 ws-dir-separator
                 delimited by size into ws-target-dir
           else
               move function length (function trim (ws-target-dir))
                 to ws-dir-length
               if ws-target-dir(ws-dir-length:1) not equal
                 ws-dir-separator and ws-dir-length < 40
                   move ws-dir-separator to
                     ws-target-dir(ws-dir-length + 1:1)
               end-if
           end-if
           if ws-target-dir equal ws-data-dir
               move "Y" to ws-anon-refused
               exit paragraph
           end-if
           call "CBL_CREATE_DIR" using ws-target-dir
           move "Properties.dat" to ws-target-file
           perform p125-target-path
           move ws-target-path to ws-path-trnpropfile
           move "customers.dat" to ws-target-file
           perform p125-target-path
           move ws-target-path to ws-path-trncustfile
           move "Bookings.dat" to ws-target-file
           perform p125-target-path
           move ws-target-path to ws-path-trnbookfile
           move "users.dat" to ws-target-file
           perform p125-target-path
           move ws-target-path to ws-path-trnuserfile
           move "offers.dat" to ws-target-file
           perform p125-target-path
           move ws-target-path to ws-path-trnofferfile
           move "tenancies.dat" to ws-target-file
           perform p125-target-path
           move ws-target-path to ws-path-trntenfile
           move "rentledger.dat" to ws-target-file
           perform p125-target-path
           move ws-target-path to ws-path-trnrentfile
           move "invoices.dat" to ws-target-file
           perform p125-target-path
           move ws-target-path to ws-path-trninvfile
           move "seqctl.dat" to ws-target-file
           perform p125-target-path
           move ws-target-path to ws-path-trnseqfile.

       p125-target-path.
           move spaces to ws-target-path
           string function trim (ws-target-dir)
             function trim (ws-target-file)
             delimited by size into ws-target-path.

       p200-run.
           perform p120-resolve-target-paths

           open output anonreportfile
           move spaces to Anonrpt-Text
           string "ANONYMISED COPY started " ws-system-date
             delimited by size into Anonrpt-Text
           write Anonrpt-Line
           move spaces to Anonrpt-Text
           string "  Live folder:   " ws-data-dir
             delimited by size into Anonrpt-Text
           write Anonrpt-Line
           move spaces to Anonrpt-Text
           string "  Target folder: " ws-target-dir
             delimited by size into Anonrpt-Text
           write Anonrpt-Line

           if anon-refused
               move
                 "  REFUSED - the target folder is the live data"
                 & " folder. Name another folder." to Anonrpt-Text
               write Anonrpt-Line
               close anonreportfile
               move 8 to return-code
               display "Anonymised copy REFUSED - see"
                 " anonreport.txt."
               exit paragraph
           end-if

           initialize ws-copy-counts
           perform p300-copy-customers
           perform p310-copy-properties
           perform p320-copy-bookings
           perform p330-copy-users
           perform p340-copy-offers
           perform p350-copy-tenancies
           perform p360-copy-rent
           perform p370-copy-invoices
           perform p380-copy-sequences

           move spaces to Anonrpt-Text
           write Anonrpt-Line
           move "COPY" to Anonrpt-Text
           write Anonrpt-Line
           perform varying ws-copy-sub from 1 by 1
             until ws-copy-sub greater than 9
               move ws-copy-count(ws-copy-sub) to ws-count-disp
               add ws-copy-count(ws-copy-sub) to ws-joblog-count
               move spaces to Anonrpt-Text
               string "  " ws-copy-name(ws-copy-sub) ws-count-disp
                 " records copied"
                 delimited by size into Anonrpt-Text
               write Anonrpt-Line
           end-perform

           move spaces to Anonrpt-Text
           write Anonrpt-Line
           move "VERIFICATION - personal fields against live"
             to Anonrpt-Text
           write Anonrpt-Line
           perform p500-verify-customers
           perform p510-verify-properties
           perform p520-verify-bookings
           perform p530-verify-users
           perform p540-verify-invoices

           move spaces to Anonrpt-Text
           write Anonrpt-Line
           move ws-checked-count to ws-count-disp
           move spaces to Anonrpt-Text
           string "  Records checked " ws-count-disp
             delimited by size into Anonrpt-Text
           write Anonrpt-Line
           move ws-survivor-count to ws-count-disp
           move spaces to Anonrpt-Text
           if ws-survivor-count equal zero
               move
                 "  PASSED - no live personal data survived the"
                 & " copy." to Anonrpt-Text
           else
               move "Y" to ws-anon-failed
               string "  FAILED - " ws-count-disp
                 " live values survived - do not release the copy."
                 delimited by size into Anonrpt-Text
           end-if
           write Anonrpt-Line
           close anonreportfile

           move "ANONYMISE" to ws-audit-type
           move ws-system-date(1:8) to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit

           perform p940-log-job-end

           if anon-failed
               move 8 to return-code
               display "Anonymised copy FAILED verification - see"
                 " anonreport.txt."
           else
               display "Anonymised copy complete - see"
                 " anonreport.txt."
           end-if.

       p290-report-missing.
           move spaces to Anonrpt-Text
           string "  " ws-copy-name(ws-copy-sub)
             " - live file not found, copy left empty."
             delimited by size into Anonrpt-Text
           write Anonrpt-Line.

       p300-copy-customers.
           move 1 to ws-copy-sub
           open output trncustfile
           move "0" to end-of-file
           open input custfile
           if file-status = "35"
               move "1" to end-of-file
               perform p290-report-missing
           end-if
           perform until eof
               read custfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move custrec to Trn-Cust-Record
                       perform p305-scramble-customer
                       write Trn-Cust-Record
                           invalid key
                               continue
                       end-write
                       add 1 to ws-copy-count(ws-copy-sub)
               end-read
           end-perform
           close custfile
           close trncustfile.

       p305-scramble-customer.
           move "N" to ws-anon-kind
           move cust-name of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to cust-name of Trn-Cust-Record
           move "S" to ws-anon-kind
           move cust-address1 of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to cust-address1 of Trn-Cust-Record
           move "L" to ws-anon-kind
           move cust-address2 of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to cust-address2 of Trn-Cust-Record
           move "P" to ws-anon-kind
           move cust-phone of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to cust-phone of Trn-Cust-Record
           move "B" to ws-anon-kind
           move cust-sort-code of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to cust-sort-code of Trn-Cust-Record
           move "A" to ws-anon-kind
           move cust-account-no of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to cust-account-no of Trn-Cust-Record
      *  A BANK CHANGE AWAITING APPROVAL, AND THE ADDRESS ITS ALERT
      *  LETTER WILL GO TO, ARE SCRAMBLED THE SAME WAY AS THE LIVE
      *  DETAILS.
           move "B" to ws-anon-kind
           move cust-bank-pend-sort of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to cust-bank-pend-sort of Trn-Cust-Record
           move "A" to ws-anon-kind
           move cust-bank-pend-account of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to
             cust-bank-pend-account of Trn-Cust-Record
           move "S" to ws-anon-kind
           move cust-bank-old-address1 of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to
             cust-bank-old-address1 of Trn-Cust-Record
           move "L" to ws-anon-kind
           move cust-bank-old-address2 of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to
             cust-bank-old-address2 of Trn-Cust-Record
           move "X" to ws-anon-kind
           move cust-nrl-exempt-ref of custrec to ws-anon-in
           perform p700-scramble
           move ws-anon-out to cust-nrl-exempt-ref of Trn-Cust-Record
      *  THE EMAIL IS BUILT FROM THE CUSTOMER REFERENCE ON A
      *  RESERVED DOMAIN, SO NOTHING SENT FROM THE COPY CAN EVER
      *  REACH A REAL MAILBOX.
           if cust-email of custrec not equal spaces
               move spaces to cust-email of Trn-Cust-Record
               string "customer" function trim (cust-id of custrec)
                 "@example.com"
                 delimited by size into cust-email of Trn-Cust-Record
           end-if.

       p310-copy-properties.
           move 2 to ws-copy-sub
           open output trnpropfile
           move "0" to end-of-file
           open input PropertyFile
           if file-status = "35"
               move "1" to end-of-file
               perform p290-report-missing
           end-if
           perform until eof
               read PropertyFile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Property-Record to Trn-Prop-Record
                       move "S" to ws-anon-kind
                       move Property-Address1 of Property-Record to
                         ws-anon-in
                       perform p700-scramble
                       move ws-anon-out to
                         Property-Address1 of Trn-Prop-Record
                       move "L" to ws-anon-kind
                       move Property-Address2 of Property-Record to
                         ws-anon-in
                       perform p700-scramble
                       move ws-anon-out to
                         Property-Address2 of Trn-Prop-Record
                       write Trn-Prop-Record
                           invalid key
                               continue
                       end-write
                       add 1 to ws-copy-count(ws-copy-sub)
               end-read
           end-perform
           close PropertyFile
           close trnpropfile.

       p320-copy-bookings.

      *  THE VIEWING OUTCOME IS FREE TEXT AND OFTEN NAMES PEOPLE,
      *  SO IT IS REPLACED OUTRIGHT RATHER THAN SCRAMBLED.
           move 3 to ws-copy-sub
           open output trnbookfile
           move "0" to end-of-file
           open input BookingFile
           if file-status = "35"
               move "1" to end-of-file
               perform p290-report-missing
           end-if
           perform until eof
               read BookingFile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Booking-Record to Trn-Book-Record
                       if Booking-Outcome of Booking-Record not equal
                         spaces
                           move "Outcome recorded - training copy"
                             to Booking-Outcome of Trn-Book-Record
                       end-if
                       write Trn-Book-Record
                           invalid key
                               continue
                       end-write
                       add 1 to ws-copy-count(ws-copy-sub)
               end-read
           end-perform
           close BookingFile
           close trnbookfile.

       p330-copy-users.
           move 4 to ws-copy-sub
           open output trnuserfile
           move "0" to end-of-file
           open input userfile
           if file-status = "35"
               move "1" to end-of-file
               perform p290-report-missing
           end-if
           perform until eof
               read userfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move userrec to Trn-User-Record
                       move "N" to ws-anon-kind
                       move user-name of userrec to ws-anon-in
                       perform p700-scramble
                       move ws-anon-out to user-name of Trn-User-Record
                       move ws-training-password to
                         user-password of Trn-User-Record
                       move "Y" to
                         user-must-change-pwd of Trn-User-Record
                       move zero to
                         user-failed-attempts of Trn-User-Record
                       move "N" to user-locked of Trn-User-Record
                       write Trn-User-Record
                           invalid key
                               continue
                       end-write
                       add 1 to ws-copy-count(ws-copy-sub)
               end-read
           end-perform
           close userfile
           close trnuserfile.

       p340-copy-offers.
           move 5 to ws-copy-sub
           open output trnofferfile
           move "0" to end-of-file
           open input offerfile
           if file-status = "35"
               move "1" to end-of-file
               perform p290-report-missing
           end-if
           perform until eof
               read offerfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Offer-Record to Trn-Offer-Record
                       write Trn-Offer-Record
                           invalid key
                               continue
                       end-write
                       add 1 to ws-copy-count(ws-copy-sub)
               end-read
           end-perform
           close offerfile
           close trnofferfile.

       p350-copy-tenancies.
           move 6 to ws-copy-sub
           open output trntenfile
           move "0" to end-of-file
           open input tenancyfile
           if file-status = "35"
               move "1" to end-of-file
               perform p290-report-missing
           end-if
           perform until eof
               read tenancyfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Tenancy-Record to Trn-Ten-Record
                       write Trn-Ten-Record
                           invalid key
                               continue
                       end-write
                       add 1 to ws-copy-count(ws-copy-sub)
               end-read
           end-perform
           close tenancyfile
           close trntenfile.

       p360-copy-rent.
           move 7 to ws-copy-sub
           open output trnrentfile
           move "0" to end-of-file
           open input rentfile
           if file-status = "35"
               move "1" to end-of-file
               perform p290-report-missing
           end-if
           perform until eof
               read rentfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Rent-Record to Trn-Rent-Record
                       write Trn-Rent-Record
                           invalid key
                               continue
                       end-write
                       add 1 to ws-copy-count(ws-copy-sub)
               end-read
           end-perform
           close rentfile
           close trnrentfile.

       p370-copy-invoices.

      *  THE NAME AND ADDRESS CAPTURED ON AN INVOICE ARE THE
      *  CUSTOMER'S AS INVOICED, SO THEY SCRAMBLE TO THE SAME
      *  MADE-UP VALUES AS THE CUSTOMER RECORD DID.
           move 8 to ws-copy-sub
           open output trninvfile
           move "0" to end-of-file
           open input invoicefile
           if file-status = "35"
               move "1" to end-of-file
               perform p290-report-missing
           end-if
           perform until eof
               read invoicefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Invoice-Record to Trn-Inv-Record
                       move "N" to ws-anon-kind
                       move Invoice-Name of Invoice-Record to
                         ws-anon-in
                       perform p700-scramble
                       move ws-anon-out to
                         Invoice-Name of Trn-Inv-Record
                       move "S" to ws-anon-kind
                       move Invoice-Address1 of Invoice-Record to
                         ws-anon-in
                       perform p700-scramble
                       move ws-anon-out to
                         Invoice-Address1 of Trn-Inv-Record
                       move "L" to ws-anon-kind
                       move Invoice-Address2 of Invoice-Record to
                         ws-anon-in
                       perform p700-scramble
                       move ws-anon-out to
                         Invoice-Address2 of Trn-Inv-Record
                       write Trn-Inv-Record
                           invalid key
                               continue
                       end-write
                       add 1 to ws-copy-count(ws-copy-sub)
               end-read
           end-perform
           close invoicefile
           close trninvfile.

       p380-copy-sequences.
           move 9 to ws-copy-sub
           open output trnseqfile
           move "0" to end-of-file
           open input seqctlfile
           if file-status = "35"
               move "1" to end-of-file
               perform p290-report-missing
           end-if
           perform until eof
               read seqctlfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Seq-Record to Trn-Seq-Record
                       write Trn-Seq-Record
                           invalid key
                               continue
                       end-write
                       add 1 to ws-copy-count(ws-copy-sub)
               end-read
           end-perform
           close seqctlfile
           close trnseqfile.

       p500-verify-customers.

      *  EACH COPIED RECORD IS READ BACK FROM THE TARGET FOLDER
      *  AND THE LIVE RECORD WITH THE SAME KEY FETCHED BESIDE IT -
      *  ANY NON-BLANK PERSONAL FIELD STILL EQUAL TO THE LIVE VALUE
      *  IS A SURVIVOR.
           move "0" to end-of-file
           open input trncustfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           open input custfile
           perform until eof
               read trncustfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p505-verify-one-customer
               end-read
           end-perform
           close custfile
           close trncustfile.

       p505-verify-one-customer.
           add 1 to ws-checked-count
           move cust-id of Trn-Cust-Record to cust-id of custrec
           read custfile
               invalid key
                   exit paragraph
           end-read
           move spaces to ws-survivor-key
           string "customer " cust-id of custrec
             delimited by size into ws-survivor-key
           if cust-name of custrec not equal spaces and
             cust-name of Trn-Cust-Record equal cust-name of custrec
               move "name" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if cust-address1 of custrec not equal spaces and
             cust-address1 of Trn-Cust-Record equal
             cust-address1 of custrec
               move "address line 1" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if cust-address2 of custrec not equal spaces and
             cust-address2 of Trn-Cust-Record equal
             cust-address2 of custrec
               move "address line 2" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if cust-phone of custrec not equal spaces and
             cust-phone of Trn-Cust-Record equal cust-phone of custrec
               move "phone" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if cust-email of custrec not equal spaces and
             cust-email of Trn-Cust-Record equal cust-email of custrec
               move "email" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if cust-sort-code of custrec not equal spaces and
             cust-sort-code of Trn-Cust-Record equal
             cust-sort-code of custrec
               move "sort code" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if cust-account-no of custrec not equal spaces and
             cust-account-no of Trn-Cust-Record equal
             cust-account-no of custrec
               move "account number" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if cust-bank-pend-account of custrec not equal spaces and
             cust-bank-pend-account of Trn-Cust-Record equal
             cust-bank-pend-account of custrec
               move "pending account number" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if cust-bank-old-address1 of custrec not equal spaces and
             cust-bank-old-address1 of Trn-Cust-Record equal
             cust-bank-old-address1 of custrec
               move "bank alert address" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if cust-nrl-exempt-ref of custrec not equal spaces and
             cust-nrl-exempt-ref of Trn-Cust-Record equal
             cust-nrl-exempt-ref of custrec
               move "NRL exemption reference" to ws-survivor-field
               perform p590-report-survivor
           end-if.

       p510-verify-properties.
           move "0" to end-of-file
           open input trnpropfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           open input PropertyFile
           perform until eof
               read trnpropfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p515-verify-one-property
               end-read
           end-perform
           close PropertyFile
           close trnpropfile.

       p515-verify-one-property.
           add 1 to ws-checked-count
           move Property-ID of Trn-Prop-Record to
             Property-ID of Property-Record
           read PropertyFile
               invalid key
                   exit paragraph
           end-read
           move spaces to ws-survivor-key
           string "property " Property-ID of Property-Record
             delimited by size into ws-survivor-key
           if Property-Address1 of Property-Record not equal spaces
             and Property-Address1 of Trn-Prop-Record equal
             Property-Address1 of Property-Record
               move "property address line 1" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if Property-Address2 of Property-Record not equal spaces
             and Property-Address2 of Trn-Prop-Record equal
             Property-Address2 of Property-Record
               move "property address line 2" to ws-survivor-field
               perform p590-report-survivor
           end-if.

       p520-verify-bookings.
           move "0" to end-of-file
           open input trnbookfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           open input BookingFile
           perform until eof
               read trnbookfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p525-verify-one-booking
               end-read
           end-perform
           close BookingFile
           close trnbookfile.

       p525-verify-one-booking.
           add 1 to ws-checked-count
           move Booking-ID of Trn-Book-Record to
             Booking-ID of Booking-Record
           read BookingFile
               invalid key
                   exit paragraph
           end-read
           move spaces to ws-survivor-key
           string "booking " Booking-ID of Booking-Record
             delimited by size into ws-survivor-key
           if Booking-Outcome of Booking-Record not equal spaces and
             Booking-Outcome of Trn-Book-Record equal
             Booking-Outcome of Booking-Record
               move "viewing outcome" to ws-survivor-field
               perform p590-report-survivor
           end-if.

       p530-verify-users.
           move "0" to end-of-file
           open input trnuserfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           open input userfile
           perform until eof
               read trnuserfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p535-verify-one-user
               end-read
           end-perform
           close userfile
           close trnuserfile.

       p535-verify-one-user.
           add 1 to ws-checked-count
           move user-id of Trn-User-Record to user-id of userrec
           read userfile
               invalid key
                   exit paragraph
           end-read
           move spaces to ws-survivor-key
           string "user " user-id of userrec
             delimited by size into ws-survivor-key
           if user-name of userrec not equal spaces and
             user-name of Trn-User-Record equal user-name of userrec
               move "user name" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if user-password of userrec not equal ws-training-password
             and user-password of Trn-User-Record equal
             user-password of userrec
               move "password" to ws-survivor-field
               perform p590-report-survivor
           end-if.

       p540-verify-invoices.
           move "0" to end-of-file
           open input trninvfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           open input invoicefile
           perform until eof
               read trninvfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p545-verify-one-invoice
               end-read
           end-perform
           close invoicefile
           close trninvfile.

       p545-verify-one-invoice.
           add 1 to ws-checked-count
           move Invoice-ID of Trn-Inv-Record to
             Invoice-ID of Invoice-Record
           read invoicefile
               invalid key
                   exit paragraph
           end-read
           move spaces to ws-survivor-key
           string "invoice " Invoice-ID of Invoice-Record
             delimited by size into ws-survivor-key
           if Invoice-Name of Invoice-Record not equal spaces and
             Invoice-Name of Trn-Inv-Record equal
             Invoice-Name of Invoice-Record
               move "invoice name" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if Invoice-Address1 of Invoice-Record not equal spaces and
             Invoice-Address1 of Trn-Inv-Record equal
             Invoice-Address1 of Invoice-Record
               move "invoice address line 1" to ws-survivor-field
               perform p590-report-survivor
           end-if
           if Invoice-Address2 of Invoice-Record not equal spaces and
             Invoice-Address2 of Trn-Inv-Record equal
             Invoice-Address2 of Invoice-Record
               move "invoice address line 2" to ws-survivor-field
               perform p590-report-survivor
           end-if.

       p590-report-survivor.

      *  NAMES THE RECORD AND THE FIELD, NEVER THE VALUE - THE
      *  REPORT ITSELF MUST NOT CARRY THE PERSONAL DATA IT FOUND.
           add 1 to ws-survivor-count
           move spaces to Anonrpt-Text
           string "  SURVIVED " function trim (ws-survivor-field)
             " on " function trim (ws-survivor-key)
             delimited by size into Anonrpt-Text
           write Anonrpt-Line.

       p700-scramble.

      *  TURNS THE LIVE VALUE IN WS-ANON-IN INTO ITS MADE-UP
      *  REPLACEMENT IN WS-ANON-OUT, BY THE KIND OF FIELD. A BLANK
      *  FIELD STAYS BLANK. THE HASH RUNS OVER THE VALUE AS KEYED,
      *  SO THE SAME VALUE IN ANY FILE GIVES THE SAME RESULT; IN
      *  THE RARE CASE THE RESULT EQUALS THE LIVE VALUE THE HASH IS
      *  STEPPED ON ONCE, WHICH IS JUST AS REPEATABLE.
           move spaces to ws-anon-out
           if ws-anon-in equal spaces
               exit paragraph
           end-if
           move zero to ws-anon-hash
           move function length (function trim (ws-anon-in trailing))
             to ws-anon-len
           perform varying ws-anon-sub from 1 by 1
             until ws-anon-sub greater than ws-anon-len
               compute ws-anon-hash = function mod
                 (ws-anon-hash * 31 +
                  function ord (ws-anon-in(ws-anon-sub:1)), 999983)
           end-perform
           perform p710-build-replacement
           if ws-anon-out equal ws-anon-in
               add 1 to ws-anon-hash
               perform p710-build-replacement
           end-if.

       p710-build-replacement.
           move spaces to ws-anon-out
           compute ws-anon-pick1 = function mod (ws-anon-hash, 20) + 1
           compute ws-anon-work = ws-anon-hash / 20
           compute ws-anon-pick2 = function mod (ws-anon-work, 20) + 1
           compute ws-anon-work = ws-anon-hash / 400
           compute ws-anon-number =
             function mod (ws-anon-work, 198) + 1
           compute ws-anon-digits = function mod
             (ws-anon-hash * 97, 100000000)
           evaluate true
               when anon-kind-name
                   string function trim (ws-first-name(ws-anon-pick1))
                     " " function trim (ws-surname(ws-anon-pick2))
                     delimited by size into ws-anon-out
               when anon-kind-street
                   move ws-anon-number to ws-anon-number-disp
                   string function trim (ws-anon-number-disp) " "
                     function trim (ws-street(ws-anon-pick1))
                     delimited by size into ws-anon-out
               when anon-kind-locality
                   move ws-locality(ws-anon-pick2) to ws-anon-out
      *  PHONE NUMBERS COME FROM THE RANGE SET ASIDE FOR FICTION,
      *  SO A TRAINEE DIALLING ONE NEVER REACHES ANYBODY.
               when anon-kind-phone
                   string "07700 900" ws-anon-digits(6:3)
                     delimited by size into ws-anon-out
               when anon-kind-sort-code
                   string "00-" ws-anon-digits(1:2) "-"
                     ws-anon-digits(3:2)
                     delimited by size into ws-anon-out
               when anon-kind-account
                   move ws-anon-digits to ws-anon-out
               when anon-kind-exempt-ref
                   string "NRX" ws-anon-digits(2:7)
                     delimited by size into ws-anon-out
           end-evaluate.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB ANONYMISE END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE COPY JUST MADE.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 647Anon.
