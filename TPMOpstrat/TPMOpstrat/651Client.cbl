       identification division.
       program-id. 651Client.

      *  NIGHTLY CLIENT STATUS EXTRACT FOR THE VENDOR AND LANDLORD
      *  WEB PORTAL. FOR EVERY CUSTOMER WHO HAS OPTED IN ON THE
      *  CUSTOMER SCREEN, ONE FILE IS CUT FOR THE WEBSITE TO LOAD
      *  BEHIND ITS LOGIN, COVERING EVERY PROPERTY THEY OWN OR OWN
      *  JOINTLY. A SALES LISTING CARRIES ITS STATUS, EVERY VIEWING
      *  WITH THE FEEDBACK RECORDED AS ITS OUTCOME, THE OFFERS AS
      *  PUT TO THE VENDOR IN WRITING (A SEALED BID STAYS HIDDEN
      *  WHILE ITS BEST-AND-FINAL ROUND IS OPEN) AND THE SALES
      *  PROGRESSION MILESTONES. A LETTING CARRIES ITS TENANCIES,
      *  THE RENT CHARGED AND PAID MONTH BY MONTH AND THE
      *  MAINTENANCE JOBS, AND THE LANDLORD'S MONTHLY STATEMENTS -
      *  FEE, TAX WITHHELD AND AMOUNT REMITTED - COME FROM THEIR
      *  CLIENT LEDGER. TENANTS' AND BUYERS' OWN DETAILS ARE NEVER
      *  EXTRACTED. EACH FILE ENDS WITH A CONTROL-TOTALS TRAILER
      *  (LINE COUNTS BY TYPE, RENT PAID AND AMOUNT REMITTED), AND
      *  A MANIFEST LISTS EVERY FILE CUT WITH THE SAME TOTALS, SO
      *  THE WEBSITE LOADS ONLY WHAT THE MANIFEST NAMES - A CUSTOMER
      *  WHO OPTS OUT OR IS ERASED SIMPLY DROPS OFF IT.
      *  CLIENT FILES: portal<CUSTID>.csv   MANIFEST: clientext.csv
      *  LINE TYPES: HEADER, L=LISTING, V=VIEWING, O=OFFER,
      *  P=PROGRESSION, T=TENANCY, R=RENT MONTH, M=MAINTENANCE JOB,
      *  S=STATEMENT MONTH, TRAILER.
      *  RUN NIGHTLY FROM THE OPERATING SYSTEM SCHEDULER - NO
      *  SCREEN, NO OPERATOR INPUT.
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

              select BookingFile assign dynamic ws-path-bookingfile
              organization indexed
              access dynamic
              file status file-status
              record key Booking-ID OF Booking-Record
              alternate record key Booking-Date OF
                Booking-Record with duplicates
              alternate record key User-ID OF
                Booking-Record with duplicates.

              select offerfile assign dynamic ws-path-offerfile
              organization indexed
              access dynamic
              file status file-status
              record key Offer-ID OF Offer-Record.

              select bideventfile assign dynamic
                ws-path-bideventfile
              organization indexed
              access dynamic
              file status file-status
              record key Bidevent-Property-ID OF Bidevent-Record.

              select progressfile assign dynamic ws-path-progressfile
              organization indexed
              access dynamic
              file status file-status
              record key Progress-Property-ID OF Progress-Record.

              select tenancyfile assign dynamic ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select rentfile assign dynamic ws-path-rentfile
              organization indexed
              access dynamic
              file status file-status
              record key Rent-ID OF Rent-Record.

              select mjobfile assign dynamic ws-path-mjobfile
              organization indexed
              access dynamic
              file status file-status
              record key Mjob-ID OF Mjob-Record.

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select extractfile assign dynamic ws-path-extractfile
              organization line sequential
              file status file-status.

              select manifestfile assign dynamic ws-path-manifestfile
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

       fd custfile.
       copy "custrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd BookingFile.
       copy "booking-record.cpy".

       fd offerfile.
       copy "offerrec.cpy".

       fd bideventfile.
       copy "bideventrec.cpy".

       fd progressfile.
       copy "progressrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd rentfile.
       copy "rentrec.cpy".

       fd mjobfile.
       copy "maintjobrec.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd extractfile.

      *  ONE CSV LINE OF A CLIENT'S PORTAL FILE - THE LINE TYPE
      *  FIRST, THEN THE FIELDS FOR THAT TYPE.
       01 Extract-Line.
         03 Extract-Text pic x(200).

       fd manifestfile.

      *  ONE CSV LINE OF THE RUN MANIFEST - A FILE CUT AND ITS
      *  CONTROL TOTALS, THEN THE RUN'S OWN TRAILER.
       01 Manifest-Line.
         03 Manifest-Text pic x(132).

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

       01 ws-cust-eof pic x value "0".
         88 cust-eof value "1".
       01 ws-prop-eof pic x value "0".
         88 prop-eof value "1".
       01 ws-scan-eof pic x value "0".
         88 scan-eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-bookingfile pic x(60) value spaces.
       01 ws-path-offerfile pic x(60) value spaces.
       01 ws-path-bideventfile pic x(60) value spaces.
       01 ws-path-progressfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-mjobfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-extractfile pic x(60) value spaces.
       01 ws-path-manifestfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-today pic x(8) value spaces.
       01 ws-file-name pic x(20) value spaces.

      *  THE CLIENT AND THE PROPERTY BEING EXTRACTED.
       01 ws-cx-cust pic x(10) value spaces.
       01 ws-cx-property pic x(10) value spaces.
       01 ws-cx-has-lettings pic x(1) value "N".
         88 cx-has-lettings value "Y".
       01 ws-cx-bids-hidden pic x(1) value "N".
         88 cx-bids-hidden value "Y".
       01 ws-cx-text-1 pic x(40) value spaces.
       01 ws-cx-text-2 pic x(40) value spaces.
       01 ws-cx-date pic x(8) value spaces.
       01 ws-cx-price pic 9(9)v99 value zero.
       01 ws-cx-money pic Z(8)9.99 value zero.
       01 ws-cx-money-2 pic Z(8)9.99 value zero.
       01 ws-cx-money-3 pic Z(8)9.99 value zero.

      *  THE LANDLORD'S STATEMENT MONTHS, GATHERED FROM THE CLIENT
      *  LEDGER BEFORE THEY ARE WRITTEN OUT.
       01 ws-st-count pic 9(3) value zero.
       01 ws-st-sub pic 9(3) value zero.
       01 ws-st-slot pic 9(3) value zero.
       01 ws-st-table.
         03 ws-st-entry occurs 120 times.
           05 ws-st-month pic x(6).
           05 ws-st-fee pic 9(9)v99.
           05 ws-st-tax pic 9(9)v99.
           05 ws-st-remitted pic 9(9)v99.
       01 ws-st-amount pic 9(9)v99 value zero.

      *  CONTROL TOTALS FOR THE FILE BEING CUT.
       01 ws-ct-listings pic 9(5) value zero.
       01 ws-ct-viewings pic 9(5) value zero.
       01 ws-ct-offers pic 9(5) value zero.
       01 ws-ct-progress pic 9(5) value zero.
       01 ws-ct-tenancies pic 9(5) value zero.
       01 ws-ct-rents pic 9(5) value zero.
       01 ws-ct-jobs pic 9(5) value zero.
       01 ws-ct-statements pic 9(5) value zero.
       01 ws-ct-lines pic 9(7) value zero.
       01 ws-ct-rent-paid pic 9(9)v99 value zero.
       01 ws-ct-remitted pic 9(9)v99 value zero.

      *  CONTROL TOTALS FOR THE RUN.
       01 ws-rn-files pic 9(7) value zero.
       01 ws-rn-lines pic 9(9) value zero.
       01 ws-rn-rent-paid pic 9(11)v99 value zero.
       01 ws-rn-remitted pic 9(11)v99 value zero.
       01 ws-rn-money pic Z(10)9.99 value zero.
       01 ws-rn-money-2 pic Z(10)9.99 value zero.

       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "CLIENTEXT" to ws-runlock-job
           move "CLIENTEXT" to ws-runlock-masters
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
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "Bookings.dat"
             delimited by size into ws-path-bookingfile
           string function trim (ws-data-dir) "offers.dat"
             delimited by size into ws-path-offerfile
           string function trim (ws-data-dir) "bidevents.dat"
             delimited by size into ws-path-bideventfile
           string function trim (ws-data-dir) "progression.dat"
             delimited by size into ws-path-progressfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "rentledger.dat"
             delimited by size into ws-path-rentfile
           string function trim (ws-data-dir) "maintjobs.dat"
             delimited by size into ws-path-mjobfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "clientext.csv"
             delimited by size into ws-path-manifestfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           move ws-system-date(1:8) to ws-today

           open output manifestfile
           move spaces to Manifest-Text
           string "HEADER,CLIENTEXT," ws-today
             delimited by size into Manifest-Text
           write Manifest-Line

           move "0" to ws-cust-eof
           open input custfile
           if file-status = "35"
               move "1" to ws-cust-eof
           end-if
           perform until cust-eof
               read custfile next record
                   at end
                       move "1" to ws-cust-eof
                   not at end
                       if portal-opted-in and
                         cust-name not equal "ERASED"
                           perform p300-extract-one-client
                       end-if
               end-read
           end-perform
           close custfile

      *  THE MANIFEST'S OWN TRAILER - FILES CUT, LINES ACROSS THEM
      *  ALL, RENT PAID AND REMITTED - SO THE WEBSITE CAN CHECK IT
      *  HAS THE WHOLE NIGHT'S EXTRACT BEFORE LOADING ANY OF IT.
           move ws-rn-rent-paid to ws-rn-money
           move ws-rn-remitted to ws-rn-money-2
           move spaces to Manifest-Text
           string "TRAILER," ws-rn-files "," ws-rn-lines ","
             function trim (ws-rn-money) ","
             function trim (ws-rn-money-2)
             delimited by size into Manifest-Text
           write Manifest-Line
           close manifestfile

           move "CLIENTEXT" to ws-audit-type
           move spaces to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit
           move ws-rn-files to ws-joblog-count
           perform p940-log-job-end

           move ws-rn-files to ws-joblog-count-disp
           display "Client portal extract cut - "
             ws-joblog-count-disp " client files.".

       p300-extract-one-client.
           move cust-id to ws-cx-cust
           move "N" to ws-cx-has-lettings
           move zero to ws-ct-listings ws-ct-viewings ws-ct-offers
             ws-ct-progress ws-ct-tenancies ws-ct-rents ws-ct-jobs
             ws-ct-statements ws-ct-lines ws-ct-rent-paid
             ws-ct-remitted

           move spaces to ws-file-name
           string "portal" function trim (ws-cx-cust) ".csv"
             delimited by size into ws-file-name
           move spaces to ws-path-extractfile
           string function trim (ws-data-dir) ws-file-name
             delimited by size into ws-path-extractfile
           open output extractfile

           move cust-name to ws-cx-text-1
           inspect ws-cx-text-1 replacing all "," by ";"
           move spaces to Extract-Text
           string "HEADER," function trim (ws-cx-cust)
             "," function trim (ws-cx-text-1) "," ws-today
             delimited by size into Extract-Text
           perform p390-write-line

      *  A JOINT OWNER SEES THE PROPERTY AS FULLY AS THE FIRST
      *  NAMED OWNER, SO THE WHOLE FILE IS READ RATHER THAN JUST
      *  THE OWNER KEY.
           move "0" to ws-prop-eof
           open input PropertyFile
           if file-status = "35"
               move "1" to ws-prop-eof
           end-if
           perform until prop-eof
               read PropertyFile next record
                   at end
                       move "1" to ws-prop-eof
                   not at end
                       if Customer-ID of Property-Record equal
                         ws-cx-cust or Second-Customer-ID equal
                         ws-cx-cust
                           perform p310-extract-one-property
                       end-if
               end-read
           end-perform
           close PropertyFile

           if cx-has-lettings
               perform p600-statements
           end-if

           move ws-ct-rent-paid to ws-cx-money
           move ws-ct-remitted to ws-cx-money-2
           add 1 to ws-ct-lines
           move spaces to Extract-Text
           string "TRAILER," ws-ct-listings "," ws-ct-viewings ","
             ws-ct-offers "," ws-ct-progress "," ws-ct-tenancies ","
             ws-ct-rents "," ws-ct-jobs "," ws-ct-statements ","
             ws-ct-lines "," function trim (ws-cx-money) ","
             function trim (ws-cx-money-2)
             delimited by size into Extract-Text
           write Extract-Line
           close extractfile

           move spaces to Manifest-Text
           string "FILE," function trim (ws-cx-cust) ","
             function trim (ws-file-name) "," ws-ct-lines ","
             function trim (ws-cx-money) ","
             function trim (ws-cx-money-2)
             delimited by size into Manifest-Text
           write Manifest-Line
           add 1 to ws-rn-files
           add ws-ct-lines to ws-rn-lines
           add ws-ct-rent-paid to ws-rn-rent-paid
           add ws-ct-remitted to ws-rn-remitted.

       p310-extract-one-property.
           move Property-ID of Property-Record to ws-cx-property
           evaluate true
               when Property-Status equal "FS" or "SO" or "WD"
                   perform p320-write-listing
                   perform p400-viewings
                   perform p410-offers
                   perform p420-progression
               when Property-Status equal "TL" or "LT"
                   move "Y" to ws-cx-has-lettings
                   perform p320-write-listing
                   perform p500-tenancies
                   perform p510-rents
                   perform p520-maintenance
               when other
                   continue
           end-evaluate.

       p320-write-listing.
           move Property-Address1 of Property-Record to ws-cx-text-1
           inspect ws-cx-text-1 replacing all "," by ";"
           move Property-Price of Property-Record to ws-cx-price
           move ws-cx-price to ws-cx-money
           move spaces to Extract-Text
           string "L," function trim (ws-cx-property)
             "," function trim (ws-cx-text-1)
             "," function trim (Property-Postcode of Property-Record)
             "," Property-Status
             "," function trim (ws-cx-money)
             "," Listed-Date of Property-Record
             delimited by size into Extract-Text
           perform p390-write-line
           add 1 to ws-ct-listings.

       p390-write-line.
           write Extract-Line
           add 1 to ws-ct-lines.

       p400-viewings.

      *  EVERY VIEWING ON THE LISTING, WITH THE FEEDBACK KEYED AS
      *  ITS OUTCOME. THE VIEWER IS NOT NAMED.
           move "0" to ws-scan-eof
           open input BookingFile
           if file-status = "35"
               move "1" to ws-scan-eof
           end-if
           perform until scan-eof
               read BookingFile next record
                   at end
                       move "1" to ws-scan-eof
                   not at end
                       if Property-ID of Booking-Record equal
                         ws-cx-property
                           perform p405-write-viewing
                       end-if
               end-read
           end-perform
           close BookingFile.

       p405-write-viewing.
           move Booking-Outcome to ws-cx-text-1
           inspect ws-cx-text-1 replacing all "," by ";"
           move spaces to Extract-Text
           string "V," function trim (ws-cx-property)
             "," booking-year booking-month booking-day
             "," booking-hour booking-mins
             "," Booking-Status
             "," function trim (ws-cx-text-1)
             delimited by size into Extract-Text
           perform p390-write-line
           add 1 to ws-ct-viewings.

       p410-offers.

      *  AN OFFER APPEARS ONCE IT HAS BEEN PUT TO THE VENDOR IN
      *  WRITING. A SEALED BID STAYS HIDDEN WHILE THE BEST-AND-FINAL
      *  ROUND ON THE PROPERTY IS STILL OPEN, AS ON THE OFFER
      *  BROWSE. THE BIDDER IS NOT NAMED.
           move "N" to ws-cx-bids-hidden
           move "0" to invalid-data
           open input bideventfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-cx-property to Bidevent-Property-ID
           read bideventfile
               invalid key
                   move "1" to invalid-data
           end-read
           close bideventfile
           if not key-not-found and bidevent-is-open
               move "Y" to ws-cx-bids-hidden
           end-if

           move "0" to ws-scan-eof
           open input offerfile
           if file-status = "35"
               move "1" to ws-scan-eof
           end-if
           perform until scan-eof
               read offerfile next record
                   at end
                       move "1" to ws-scan-eof
                   not at end
                       if Offer-Property-ID equal ws-cx-property
                         and Offer-Notice-Raised not equal spaces
                           perform p415-write-offer
                       end-if
               end-read
           end-perform
           close offerfile.

       p415-write-offer.
           if offer-is-sealed and cx-bids-hidden
               exit paragraph
           end-if
           move Offer-Amount to ws-cx-money
           move spaces to Extract-Text
           string "O," function trim (ws-cx-property)
             "," function trim (Offer-ID)
             "," Offer-Date
             "," function trim (ws-cx-money)
             "," Offer-Status
             "," Offer-Funding
             "," Offer-Has-To-Sell
             "," Offer-Notice-Raised
             "," Offer-Notice-Sent
             delimited by size into Extract-Text
           perform p390-write-line
           add 1 to ws-ct-offers.

       p420-progression.
           move "0" to invalid-data
           open input progressfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-cx-property to Progress-Property-ID
           read progressfile
               invalid key
                   move "1" to invalid-data
           end-read
           close progressfile
           if key-not-found
               exit paragraph
           end-if
           move spaces to Extract-Text
           string "P," function trim (ws-cx-property)
             "," Progress-Memo-Date
             "," Progress-Survey-Date
             "," Progress-Mortgage-Date
             "," Progress-Searches-Date
             "," Progress-Exchange-Date
             "," Progress-Completion-Date
             "," Progress-Expected-Completion
             delimited by size into Extract-Text
           perform p390-write-line
           add 1 to ws-ct-progress.

       p500-tenancies.

      *  THE TENANCY TERMS ONLY - THE TENANT IS NOT NAMED.
           move "0" to ws-scan-eof
           open input tenancyfile
           if file-status = "35"
               move "1" to ws-scan-eof
           end-if
           perform until scan-eof
               read tenancyfile next record
                   at end
                       move "1" to ws-scan-eof
                   not at end
                       if Tenancy-Property-ID equal ws-cx-property
                           perform p505-write-tenancy
                       end-if
               end-read
           end-perform
           close tenancyfile.

       p505-write-tenancy.
           move Tenancy-Rent to ws-cx-money
           move Tenancy-Deposit to ws-cx-money-2
           move spaces to Extract-Text
           string "T," function trim (ws-cx-property)
             "," function trim (Tenancy-ID)
             "," Tenancy-Start
             "," Tenancy-End
             "," function trim (ws-cx-money)
             "," function trim (ws-cx-money-2)
             "," Tenancy-Periodic
             "," Tenancy-Review-Date
             delimited by size into Extract-Text
           perform p390-write-line
           add 1 to ws-ct-tenancies.

       p510-rents.

      *  ONE LINE PER MONTHLY RENT CHARGE - WHAT WAS DUE, WHAT HAS
      *  BEEN PAID AND WHEN.
           move "0" to ws-scan-eof
           open input rentfile
           if file-status = "35"
               move "1" to ws-scan-eof
           end-if
           perform until scan-eof
               read rentfile next record
                   at end
                       move "1" to ws-scan-eof
                   not at end
                       if Rent-Property-ID equal ws-cx-property
                           perform p515-write-rent
                       end-if
               end-read
           end-perform
           close rentfile.

       p515-write-rent.
           move Rent-Amount-Due to ws-cx-money
           move Rent-Amount-Paid to ws-cx-money-2
           move spaces to Extract-Text
           string "R," function trim (ws-cx-property)
             "," Rent-Due-Date(1:6)
             "," Rent-Due-Date
             "," function trim (ws-cx-money)
             "," function trim (ws-cx-money-2)
             "," Rent-Paid-Date
             "," Rent-Status
             delimited by size into Extract-Text
           perform p390-write-line
           add 1 to ws-ct-rents
           add Rent-Amount-Paid to ws-ct-rent-paid.

       p520-maintenance.
           move "0" to ws-scan-eof
           open input mjobfile
           if file-status = "35"
               move "1" to ws-scan-eof
           end-if
           perform until scan-eof
               read mjobfile next record
                   at end
                       move "1" to ws-scan-eof
                   not at end
                       if Mjob-Property-ID equal ws-cx-property
                           perform p525-write-job
                       end-if
               end-read
           end-perform
           close mjobfile.

       p525-write-job.
           move Mjob-Description to ws-cx-text-1
           inspect ws-cx-text-1 replacing all "," by ";"
           move Mjob-Invoice-Amount to ws-cx-money
           move spaces to Extract-Text
           string "M," function trim (ws-cx-property)
             "," function trim (Mjob-ID)
             "," Mjob-Reported
             "," function trim (ws-cx-text-1)
             "," Mjob-Completed
             "," function trim (ws-cx-money)
             "," Mjob-Recharge
             delimited by size into Extract-Text
           perform p390-write-line
           add 1 to ws-ct-jobs.

       p600-statements.

      *  EACH MONTH'S STATEMENT IS THE FEE, ANY NON-RESIDENT TAX
      *  AND THE REMITTANCE DEBITED TO THE LANDLORD'S CLIENT LEDGER
      *  BY THE REMITTANCE RUN, ALL CARRYING THE MONTH AS THEIR
      *  SOURCE REFERENCE. UP TO TEN YEARS OF MONTHS ARE SHOWN.
           move zero to ws-st-count
           move spaces to ws-st-table
           move "0" to ws-scan-eof
           open input cledfile
           if file-status = "35"
               move "1" to ws-scan-eof
           else
               move ws-cx-cust to Cled-Client-ID
               start cledfile key equal Cled-Client-ID
                   invalid key
                       move "1" to ws-scan-eof
               end-start
           end-if
           perform until scan-eof
               read cledfile next record
                   at end
                       move "1" to ws-scan-eof
                   not at end
                       if Cled-Client-ID not equal ws-cx-cust
                           move "1" to ws-scan-eof
                       else
                           if Cled-Type equal "MF" or "NT" or "RM"
                               perform p610-note-statement-row
                           end-if
                       end-if
               end-read
           end-perform
           close cledfile

           perform varying ws-st-sub from 1 by 1
             until ws-st-sub greater than ws-st-count
               move ws-st-fee(ws-st-sub) to ws-cx-money
               move ws-st-tax(ws-st-sub) to ws-cx-money-2
               move ws-st-remitted(ws-st-sub) to ws-cx-money-3
               move spaces to Extract-Text
               string "S," ws-st-month(ws-st-sub)
                 "," function trim (ws-cx-money)
                 "," function trim (ws-cx-money-2)
                 "," function trim (ws-cx-money-3)
                 delimited by size into Extract-Text
               perform p390-write-line
               add 1 to ws-ct-statements
               add ws-st-remitted(ws-st-sub) to ws-ct-remitted
           end-perform.

       p610-note-statement-row.
           move zero to ws-st-slot
           perform varying ws-st-sub from 1 by 1
             until ws-st-sub greater than ws-st-count
               if ws-st-month(ws-st-sub) equal Cled-Source-Ref(1:6)
                   move ws-st-sub to ws-st-slot
               end-if
           end-perform
           if ws-st-slot equal zero
               if ws-st-count less than 120
                   add 1 to ws-st-count
                   move ws-st-count to ws-st-slot
                   move Cled-Source-Ref(1:6) to ws-st-month(ws-st-slot)
                   move zero to ws-st-fee(ws-st-slot)
                   move zero to ws-st-tax(ws-st-slot)
                   move zero to ws-st-remitted(ws-st-slot)
               else
                   exit paragraph
               end-if
           end-if
      *  THE LEDGER HOLDS THESE AS DEBITS; THE STATEMENT SHOWS
      *  THEM AS THE AMOUNTS THEY WERE.
           compute ws-st-amount = 0 - Cled-Amount
           evaluate Cled-Type
               when "MF"
                   add ws-st-amount to ws-st-fee(ws-st-slot)
               when "NT"
                   add ws-st-amount to ws-st-tax(ws-st-slot)
               when other
                   add ws-st-amount to ws-st-remitted(ws-st-slot)
           end-evaluate.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB CLIENTEXT END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RUN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 651Client.
