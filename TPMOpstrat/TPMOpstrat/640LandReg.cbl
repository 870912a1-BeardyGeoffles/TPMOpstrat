       identification division.
       program-id. 640LandReg.

      *  LAND REGISTRY PRICE PAID IMPORT. READS THE MONTHLY PRICE
      *  PAID FILE AS THE REGISTRY PUBLISHES IT - QUOTED CSV, ONE
      *  REGISTERED SALE PER LINE - INTO THE PRICE PAID FILE, WHERE
      *  THE COMPARABLE SALES REPORT ON THE PROPERTY SCREEN PICKS IT
      *  UP AS EXTRA EVIDENCE. EACH SALE IS MATCHED ON THE WAY IN TO
      *  ANY LISTING WE HOLD OR HELD (FOR SALE, SOLD OR WITHDRAWN)
      *  WITH THE SAME POSTCODE AND THE SAME HOUSE NUMBER OR NAME
      *  (AND FLAT, WHERE THERE IS ONE) IN ITS ADDRESS. THE REPORT
      *  THEN LISTS EVERY MATCHED SALE WE NEVER COMPLETED - A
      *  LISTING STILL FOR SALE AFTER THE SALE WAS REGISTERED, ONE
      *  SOLD WITH NO COMPLETION ON ITS PROGRESSION, OR ONE
      *  WITHDRAWN WITHIN THE LOOK-BACK WINDOW AND SOLD AFTER WE
      *  LISTED IT - WITH THE COMMISSION THAT MAY BE OWED. THE
      *  WINDOW DEFAULTS TO 180 DAYS; "DAYS nnn" ON THE COMMAND
      *  LINE OVERRIDES IT. CORRECTED ROWS REPLACE THE ORIGINAL
      *  AND DELETED ROWS ARE REMOVED, SO THE SAME FILE CAN BE FED
      *  IN TWICE. RUN MONTHLY FROM THE OPERATING SYSTEM SCHEDULER
      *  OR ON DEMAND - NO SCREEN, NO OPERATOR INPUT.
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

              select lrcsvfile assign dynamic ws-path-lrcsvfile
              organization line sequential
              file status file-status.

              select ppdfile assign dynamic ws-path-ppdfile
              organization indexed
              access dynamic
              file status file-status
              record key Ppd-ID OF Ppd-Record.

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

              select progressfile assign dynamic ws-path-progressfile
              organization indexed
              access dynamic
              file status file-status
              record key Progress-Property-ID OF Progress-Record.

              select lrrptfile assign dynamic ws-path-lrrptfile
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

       fd lrcsvfile.

      *  ONE PRICE PAID LINE AS PUBLISHED - TRANSACTION ID, PRICE,
      *  DATE, POSTCODE, TYPE, NEW BUILD, TENURE, PAON, SAON,
      *  STREET, LOCALITY, TOWN, DISTRICT, COUNTY, CATEGORY AND
      *  RECORD STATUS, EVERY FIELD IN DOUBLE QUOTES.
       01 Lrcsv-Line.
         03 Lrcsv-Text pic x(400).

       fd ppdfile.
       copy "pricepaidrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd progressfile.
       copy "progressrec.cpy".

       fd lrrptfile.

      *  UNRECORDED COMPLETION LINE - ONE FREE-TEXT LINE PER
      *  REGISTERED SALE OF A LISTING WE NEVER COMPLETED, WRITTEN OUT
      *  TO A LINE SEQUENTIAL FILE FOR THE SALES MANAGER.
       01 Lrrpt-Line.
         03 Lrrpt-Text pic x(130).

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
       01 ws-csv-eof pic x value "0".
         88 csv-eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-lrcsvfile pic x(60) value spaces.
       01 ws-path-ppdfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-progressfile pic x(60) value spaces.
       01 ws-path-lrrptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-command-line pic x(60) value spaces.
       01 ws-parm-word pic x(10) value spaces.
       01 ws-parm-value pic x(10) value spaces.
       01 ws-parm-num-just pic x(3) justified right value spaces.
       01 ws-lookback-days pic 9(3) value 180.

       01 ws-today-digits pic 9(8) value zero.
       01 ws-today-int pic 9(8) value zero.
       01 ws-wd-cutoff pic 9(8) value zero.

      *  ONE PRICE PAID LINE BROKEN INTO ITS FIELDS.
       01 ws-lr-fields.
         03 ws-lr-id pic x(40).
         03 ws-lr-price pic x(12).
         03 ws-lr-date pic x(16).
         03 ws-lr-postcode pic x(10).
         03 ws-lr-type pic x(1).
         03 ws-lr-new pic x(1).
         03 ws-lr-tenure pic x(1).
         03 ws-lr-paon pic x(30).
         03 ws-lr-saon pic x(30).
         03 ws-lr-street pic x(30).
         03 ws-lr-locality pic x(30).
         03 ws-lr-town pic x(25).
         03 ws-lr-district pic x(30).
         03 ws-lr-county pic x(30).
         03 ws-lr-category pic x(1).
         03 ws-lr-status pic x(2).

      *  OUR LISTINGS THAT A REGISTERED SALE CAN BELONG TO, HELD IN
      *  STORAGE FOR THE RUN: POSTCODE WITHOUT SPACES, ADDRESS IN
      *  CAPITALS WITH COMMAS AS SPACES AND A SPACE EACH END, SO A
      *  HOUSE NUMBER IS ONLY FOUND AS A WHOLE WORD.
       01 ws-listing-table.
         03 ws-lst-entry occurs 3000 times.
           05 ws-lst-id pic x(10).
           05 ws-lst-postcode pic x(10).
           05 ws-lst-address pic x(54).
           05 ws-lst-status pic x(2).
           05 ws-lst-listed pic x(8).
           05 ws-lst-updated pic x(8).
           05 ws-lst-rate pic 9v99.
       01 ws-lst-count pic 9(4) value zero.
       01 ws-lst-sub pic 9(4) value zero.
       01 ws-lst-found pic 9(4) value zero.

       01 ws-pc-in pic x(10) value spaces.
       01 ws-pc-out pic x(10) value spaces.
       01 ws-pc-sub pic 9(2) value zero.
       01 ws-pc-len pic 9(2) value zero.
       01 ws-lr-pc-norm pic x(10) value spaces.

       01 ws-token pic x(32) value spaces.
       01 ws-token-len pic 9(2) value zero.
       01 ws-tally pic 9(3) value zero.
       01 ws-saon-words.
         03 ws-saon-word occurs 4 times pic x(15).
       01 ws-saon-last pic x(15) value spaces.
       01 ws-saon-sub pic 9(1) value zero.
       01 ws-address-hit pic x(1) value "N".
         88 address-hit value "Y".

       01 ws-ppd-exists pic x(1) value "N".
         88 ppd-exists value "Y".
       01 ws-sale-digits pic 9(8) value zero.
       01 ws-reason pic x(34) value spaces.
       01 ws-commission pic 9(9)v99 value zero.
       01 ws-commission-disp pic ZZZ,ZZ9.99 value zero.
       01 ws-price-disp pic ZZZ,ZZZ,ZZ9 value zero.

       01 ws-line-count pic 9(7) value zero.
       01 ws-loaded-count pic 9(7) value zero.
       01 ws-removed-count pic 9(7) value zero.
       01 ws-matched-count pic 9(7) value zero.
       01 ws-bad-count pic 9(7) value zero.
       01 ws-missed-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "LANDREG" to ws-runlock-job
           move "PRICEPAID" to ws-runlock-masters
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
           string function trim (ws-data-dir) "pricepaid.csv"
             delimited by size into ws-path-lrcsvfile
           string function trim (ws-data-dir) "pricepaid.dat"
             delimited by size into ws-path-ppdfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "progression.dat"
             delimited by size into ws-path-progressfile
           string function trim (ws-data-dir) "landreg.txt"
             delimited by size into ws-path-lrrptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word ws-parm-value
           end-unstring
           if function upper-case (function trim (ws-parm-word))
             equal "DAYS"
               move function trim (ws-parm-value) to
                 ws-parm-num-just
               inspect ws-parm-num-just
                 replacing leading " " by "0"
               if ws-parm-num-just is numeric and
                 ws-parm-num-just not equal "000"
                   move ws-parm-num-just to ws-lookback-days
               end-if
           end-if

           move function numval (ws-system-date(1:8)) to
             ws-today-digits
           compute ws-today-int =
             function integer-of-date (ws-today-digits)
           move function date-of-integer
             (ws-today-int - ws-lookback-days) to ws-wd-cutoff

           perform p300-load-listings

           open input lrcsvfile
           if file-status = "35"
               display "Land Registry import: no price paid file"
                 " found."
           else
               open i-o ppdfile
               if file-status = "35"
                   close ppdfile
                   open output ppdfile
                   close ppdfile
                   open i-o ppdfile
               end-if
               move "0" to ws-csv-eof
               perform until csv-eof
                   read lrcsvfile next record
                       at end
                           move "1" to ws-csv-eof
                       not at end
                           perform p400-import-one-line
                   end-read
               end-perform
               close ppdfile
           end-if
           close lrcsvfile

           perform p500-report-unrecorded

           move "LANDREG" to ws-audit-type
           move spaces to ws-audit-key
           move "IMPORT" to ws-audit-action
           perform p900-write-audit
           move ws-loaded-count to ws-joblog-count
           perform p940-log-job-end

           move ws-loaded-count to ws-count-disp
           display "Land Registry import complete - " ws-count-disp
             " sales taken in."
           move ws-missed-count to ws-count-disp
           display "Registered sales never completed - "
             ws-count-disp ".".

       p300-load-listings.
           move zero to ws-lst-count
           move "0" to end-of-file
           open input PropertyFile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read PropertyFile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if (function upper-case (Property-Status)
                         equal "FS" or "SO" or "WD") and
                         ws-lst-count less than 3000
                           perform p310-load-one-listing
                       end-if
               end-read
           end-perform
           close PropertyFile.

       p310-load-one-listing.
           add 1 to ws-lst-count
           move Property-ID to ws-lst-id (ws-lst-count)
           move Property-Postcode to ws-pc-in
           perform p320-normalise-postcode
           move ws-pc-out to ws-lst-postcode (ws-lst-count)
           move spaces to ws-lst-address (ws-lst-count)
           string " " function upper-case (Property-Address1)
             " " function upper-case (Property-Address2) " "
             delimited by size into ws-lst-address (ws-lst-count)
           inspect ws-lst-address (ws-lst-count)
             converting "," to " "
           move function upper-case (Property-Status) to
             ws-lst-status (ws-lst-count)
           move Listed-Date to ws-lst-listed (ws-lst-count)
           move Property-Last-Updated(1:8) to
             ws-lst-updated (ws-lst-count)
           move Commission-Rate to ws-lst-rate (ws-lst-count).

       p320-normalise-postcode.

      *  CAPITALS, NO SPACES - "ab1 2cd" AND "AB12CD" ARE THE SAME
      *  POSTCODE.
           move spaces to ws-pc-out
           move zero to ws-pc-len
           move function upper-case (ws-pc-in) to ws-pc-in
           perform varying ws-pc-sub from 1 by 1
             until ws-pc-sub greater than 10
               if ws-pc-in (ws-pc-sub:1) not equal space
                   add 1 to ws-pc-len
                   move ws-pc-in (ws-pc-sub:1) to
                     ws-pc-out (ws-pc-len:1)
               end-if
           end-perform.

       p400-import-one-line.
           if Lrcsv-Text equal spaces
               exit paragraph
           end-if
           add 1 to ws-line-count
           move spaces to ws-lr-fields
           unstring Lrcsv-Text delimited by '","'
             into ws-lr-id ws-lr-price ws-lr-date ws-lr-postcode
             ws-lr-type ws-lr-new ws-lr-tenure ws-lr-paon
             ws-lr-saon ws-lr-street ws-lr-locality ws-lr-town
             ws-lr-district ws-lr-county ws-lr-category
             ws-lr-status
           end-unstring
           inspect ws-lr-id replacing all '"' by " "
           inspect ws-lr-status replacing all '"' by " "
           move function trim (ws-lr-id) to ws-lr-id
           if ws-lr-id equal spaces or
             function trim (ws-lr-price) is not numeric or
             ws-lr-date (1:4) is not numeric
               add 1 to ws-bad-count
               exit paragraph
           end-if

           move ws-lr-id to Ppd-ID
           move "Y" to ws-ppd-exists
           read ppdfile
               invalid key
                   move "N" to ws-ppd-exists
           end-read

      *  RECORD STATUS D - THE REGISTRY HAS WITHDRAWN THE ENTRY.
           if function trim (ws-lr-status) equal "D"
               if ppd-exists
                   delete ppdfile record
                       invalid key
                           continue
                   end-delete
                   add 1 to ws-removed-count
               end-if
               exit paragraph
           end-if

           move spaces to Ppd-Record
           move ws-lr-id to Ppd-ID
           move function numval (ws-lr-price) to Ppd-Price
           string ws-lr-date (1:4) ws-lr-date (6:2) ws-lr-date (9:2)
             delimited by size into Ppd-Date
           move function upper-case (ws-lr-postcode) to Ppd-Postcode
           move ws-lr-type to Ppd-Type
           move ws-lr-new to Ppd-New-Build
           move ws-lr-tenure to Ppd-Tenure
           move function upper-case (ws-lr-paon) to Ppd-PAON
           move function upper-case (ws-lr-saon) to Ppd-SAON
           move function upper-case (ws-lr-street) to Ppd-Street
           move function upper-case (ws-lr-town) to Ppd-Town
           move ws-today-digits to Ppd-Imported
           perform p410-match-listing
           if ws-lst-found not equal zero
               move ws-lst-id (ws-lst-found) to Ppd-Property-ID
               add 1 to ws-matched-count
           end-if

           if ppd-exists
               rewrite Ppd-Record
                   invalid key
                       continue
               end-rewrite
           else
               write Ppd-Record
                   invalid key
                       continue
               end-write
           end-if
           add 1 to ws-loaded-count.

       p410-match-listing.

      *  SAME POSTCODE, THE HOUSE NUMBER OR NAME AS A WHOLE WORD OF
      *  THE ADDRESS AND, FOR A FLAT, ITS NUMBER TOO. THE FIRST
      *  LISTING THAT FITS TAKES THE SALE.
           move zero to ws-lst-found
           if Ppd-PAON equal spaces
               exit paragraph
           end-if
           move Ppd-Postcode to ws-pc-in
           perform p320-normalise-postcode
           move ws-pc-out to ws-lr-pc-norm
           move spaces to ws-saon-last
           if Ppd-SAON not equal spaces
               move spaces to ws-saon-words
               unstring Ppd-SAON delimited by all " "
                 into ws-saon-word (1) ws-saon-word (2)
                 ws-saon-word (3) ws-saon-word (4)
               end-unstring
               perform varying ws-saon-sub from 1 by 1
                 until ws-saon-sub greater than 4
                   if ws-saon-word (ws-saon-sub) not equal spaces
                       move ws-saon-word (ws-saon-sub) to
                         ws-saon-last
                   end-if
               end-perform
           end-if
           perform varying ws-lst-sub from 1 by 1
             until ws-lst-sub greater than ws-lst-count or
             ws-lst-found not equal zero
               if ws-lst-postcode (ws-lst-sub) equal ws-lr-pc-norm
                   perform p415-check-address
                   if address-hit
                       move ws-lst-sub to ws-lst-found
                   end-if
               end-if
           end-perform.

       p415-check-address.
           move "N" to ws-address-hit
           move spaces to ws-token
           string " " function trim (Ppd-PAON) " "
             delimited by size into ws-token
           compute ws-token-len =
             function length (function trim (Ppd-PAON)) + 2
           move zero to ws-tally
           inspect ws-lst-address (ws-lst-sub) tallying ws-tally
             for all ws-token (1:ws-token-len)
           if ws-tally equal zero
               exit paragraph
           end-if
           if ws-saon-last not equal spaces
               move spaces to ws-token
               string " " function trim (ws-saon-last) " "
                 delimited by size into ws-token
               compute ws-token-len =
                 function length (function trim (ws-saon-last)) + 2
               move zero to ws-tally
               inspect ws-lst-address (ws-lst-sub) tallying ws-tally
                 for all ws-token (1:ws-token-len)
               if ws-tally equal zero
                   exit paragraph
               end-if
           end-if
           move "Y" to ws-address-hit.

       p500-report-unrecorded.
           open output lrrptfile
           move spaces to Lrrpt-Text
           string "Registered sales of our listings never completed"
             " - " ws-display-date
             delimited by size into Lrrpt-Text
           write Lrrpt-Line
           move spaces to Lrrpt-Text
           write Lrrpt-Line

           move "0" to end-of-file
           open input ppdfile
           if file-status not equal "35"
               perform until eof
                   read ppdfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Ppd-Property-ID not equal spaces
                               perform p510-consider-sale
                           end-if
                   end-read
               end-perform
           end-if
           close ppdfile

           if ws-missed-count equal zero
               move "  No unrecorded completions found." to
                 Lrrpt-Text
               write Lrrpt-Line
           end-if
           move spaces to Lrrpt-Text
           write Lrrpt-Line
           move ws-line-count to ws-count-disp
           string "  Lines read " ws-count-disp
             delimited by size into Lrrpt-Text
           write Lrrpt-Line
           move spaces to Lrrpt-Text
           move ws-loaded-count to ws-count-disp
           string "  Sales taken in " ws-count-disp
             delimited by size into Lrrpt-Text
           write Lrrpt-Line
           move spaces to Lrrpt-Text
           move ws-matched-count to ws-count-disp
           string "  Matched to our listings " ws-count-disp
             delimited by size into Lrrpt-Text
           write Lrrpt-Line
           move spaces to Lrrpt-Text
           move ws-removed-count to ws-count-disp
           string "  Withdrawn by the Registry " ws-count-disp
             delimited by size into Lrrpt-Text
           write Lrrpt-Line
           move spaces to Lrrpt-Text
           move ws-bad-count to ws-count-disp
           string "  Unreadable lines skipped " ws-count-disp
             delimited by size into Lrrpt-Text
           write Lrrpt-Line
           close lrrptfile.

       p510-consider-sale.
           move zero to ws-lst-found
           perform varying ws-lst-sub from 1 by 1
             until ws-lst-sub greater than ws-lst-count or
             ws-lst-found not equal zero
               if ws-lst-id (ws-lst-sub) equal Ppd-Property-ID
                   move ws-lst-sub to ws-lst-found
               end-if
           end-perform
      *  A LISTING SINCE LET OR TAKEN OFF THE FILE IS NOT CHASED.
           if ws-lst-found equal zero
               exit paragraph
           end-if
           move ws-lst-found to ws-lst-sub
           if Ppd-Date is not numeric
               exit paragraph
           end-if
           move Ppd-Date to ws-sale-digits
      *  A SALE REGISTERED BEFORE WE TOOK THE INSTRUCTION IS THE
      *  PREVIOUS OWNER BUYING IT, NOT OUR SALE.
           if ws-lst-listed (ws-lst-sub) is numeric and
             Ppd-Date less than ws-lst-listed (ws-lst-sub)
               exit paragraph
           end-if

           move spaces to ws-reason
           evaluate ws-lst-status (ws-lst-sub)
               when "FS"
                   move "still for sale with us" to ws-reason
               when "SO"
                   perform p520-check-completion
               when "WD"
                   if ws-lst-updated (ws-lst-sub) is numeric and
                     ws-lst-updated (ws-lst-sub) not less than
                     ws-wd-cutoff
                       move "sold after we were withdrawn" to
                         ws-reason
                   end-if
           end-evaluate
           if ws-reason equal spaces
               exit paragraph
           end-if

           add 1 to ws-missed-count
           compute ws-commission rounded =
             Ppd-Price * ws-lst-rate (ws-lst-sub) / 100
           move ws-commission to ws-commission-disp
           move Ppd-Price to ws-price-disp
           move spaces to Lrrpt-Text
           string "  Listing " Ppd-Property-ID
             " " ws-lst-status (ws-lst-sub)
             " registered " Ppd-Date
             " " ws-price-disp
             " " function trim (Ppd-SAON)
             " " function trim (Ppd-PAON)
             " " function trim (Ppd-Street)
             " " function trim (Ppd-Postcode)
             delimited by size into Lrrpt-Text
           write Lrrpt-Line
           move spaces to Lrrpt-Text
           string "      " ws-reason
             " - commission at listing rate " ws-commission-disp
             delimited by size into Lrrpt-Text
           write Lrrpt-Line.

       p520-check-completion.

      *  SOLD WITH US - ONLY A GAP IF PROGRESSION NEVER RECORDED
      *  THE COMPLETION.
           move "0" to invalid-data
           open input progressfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Ppd-Property-ID to Progress-Property-ID
           read progressfile
               invalid key
                   move "1" to invalid-data
           end-read
           close progressfile
           if key-not-found or
             Progress-Completion-Date is not numeric
               move "sold with us, completion not recorded" to
                 ws-reason
           end-if.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB LANDREG END " ws-system-date
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

           copy "run-lock.cpy".

       end program 640LandReg.
