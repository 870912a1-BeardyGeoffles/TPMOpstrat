       identification division.
       program-id. 649PcGeo.

      *  POSTCODE CENTROID LOAD. WHEN A NEW ISSUE OF THE CENTROID
      *  REFERENCE FILE HAS ARRIVED - ITS PCGEODATE HEADER LATER THAN
      *  THE ISSUE LOADED - IT REPLACES THE FILE THE PROPERTY BROWSE
      *  AND THE NIGHTLY MATCH AND GRADING RUNS MEASURE DISTANCES
      *  FROM. EVERY FOR-SALE OR TO-LET LISTING AND EVERY ACTIVE
      *  REQUIREMENTS ROW WITH A CENTRE POSTCODE IS THEN LOOKED UP,
      *  AND THE REPORT LISTS EACH ONE WHOSE POSTCODE HAS NO
      *  CENTROID - A LISTING THERE NEVER COMES UP ON A RADIUS
      *  SEARCH, AND AN APPLICANT THERE IS NEVER MATCHED. RUN
      *  MONTHLY FROM THE OPERATING SYSTEM SCHEDULER OR ON DEMAND -
      *  NO SCREEN, NO OPERATOR INPUT.
      *
      *  ISSUE FILE: pcgeo.csv, FIRST LINE PCGEODATE,YYYYMMDD, THEN
      *  ONE LINE PER POSTCODE - POSTCODE,EASTING,NORTHING - IN
      *  WHOLE METRES ON THE NATIONAL GRID. AN OUTWARD CODE ON ITS
      *  OWN MAY BE GIVEN A LINE FOR ITS WHOLE DISTRICT. QUOTES
      *  AROUND FIELDS ARE IGNORED.
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

              select pcgeofile assign dynamic ws-path-pcgeofile
              organization indexed
              access dynamic
              file status file-status
              record key Pcgeo-Postcode-Key OF Pcgeo-Record.

              select pcgeocsvfile assign dynamic ws-path-pcgeocsvfile
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

              select reqfile assign dynamic ws-path-reqfile
              organization indexed
              access dynamic
              file status file-status
              record key Req-Cust-ID OF Requirement-Record.

              select pcgeorptfile assign dynamic ws-path-pcgeorptfile
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

       fd pcgeofile.
       copy "pcgeorec.cpy".

       fd pcgeocsvfile.

      *  ONE LINE OF THE PUBLISHED ISSUE - THE PCGEODATE HEADER OR
      *  ONE POSTCODE.
       01 Pcgeocsv-Line.
         03 Pcgeocsv-Text pic x(80).

       fd PropertyFile.
       copy "property-record.cpy".

       fd reqfile.
       copy "requirementsrec.cpy".

       fd pcgeorptfile.

      *  CENTROID CHECK LINE - ONE FREE-TEXT LINE PER LISTING OR
      *  APPLICANT WHOSE POSTCODE HAS NO CENTROID.
       01 Pcgeorpt-Line.
         03 Pcgeorpt-Text pic x(120).

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

       01 file-status pic xx.
       01 ws-path-pcgeofile pic x(60) value spaces.
       01 ws-path-pcgeocsvfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-reqfile pic x(60) value spaces.
       01 ws-path-pcgeorptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "pcgeo-distance-variables.cpy".

       01 ws-loaded-issue-date pic x(8) value spaces.
       01 ws-new-issue-date pic x(8) value spaces.

      *  ONE PUBLISHED LINE BROKEN INTO ITS FIELDS.
       01 ws-pg-fields.
         03 ws-pg-postcode pic x(10).
         03 ws-pg-easting pic x(10).
         03 ws-pg-northing pic x(10).

      *  THE RECORD BEING CHECKED, WHICHEVER FILE IT CAME FROM.
       01 ws-chk-kind pic x(10) value spaces.
       01 ws-chk-id pic x(10) value spaces.
       01 ws-chk-postcode pic x(10) value spaces.
       01 ws-prop-status-uc pic x(2) value spaces.

       01 ws-entry-count pic 9(7) value zero.
       01 ws-bad-count pic 9(7) value zero.
       01 ws-checked-count pic 9(7) value zero.
       01 ws-nogeo-count pic 9(7) value zero.
       01 ws-count-disp pic ZZZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "PCGEO" to ws-runlock-job
           move "PCGEO" to ws-runlock-masters
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
           string function trim (ws-data-dir) "pcgeo.dat"
             delimited by size into ws-path-pcgeofile
           string function trim (ws-data-dir) "pcgeo.csv"
             delimited by size into ws-path-pcgeocsvfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "requirements.dat"
             delimited by size into ws-path-reqfile
           string function trim (ws-data-dir) "pcgeocheck.txt"
             delimited by size into ws-path-pcgeorptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           open output pcgeorptfile
           move spaces to Pcgeorpt-Text
           string "Postcode centroid check - " ws-display-date
             delimited by size into Pcgeorpt-Text
           write Pcgeorpt-Line
           move spaces to Pcgeorpt-Text
           write Pcgeorpt-Line

           perform p300-check-new-issue

           open input pcgeofile
           if file-status = "35"
               close pcgeofile
               move "  No postcode centroid file loaded - nothing"
                 & " checked." to Pcgeorpt-Text
               write Pcgeorpt-Line
           else
               close pcgeofile
               perform p400-check-properties
               perform p410-check-requirements
               if ws-nogeo-count equal zero
                   move "  Every postcode checked has a centroid."
                     to Pcgeorpt-Text
                   write Pcgeorpt-Line
               end-if
           end-if

           move spaces to Pcgeorpt-Text
           write Pcgeorpt-Line
           move ws-checked-count to ws-count-disp
           move spaces to Pcgeorpt-Text
           string "  Postcodes checked        " ws-count-disp
             delimited by size into Pcgeorpt-Text
           write Pcgeorpt-Line
           move ws-nogeo-count to ws-count-disp
           move spaces to Pcgeorpt-Text
           string "  No centroid on file      " ws-count-disp
             delimited by size into Pcgeorpt-Text
           write Pcgeorpt-Line
           close pcgeorptfile

           move "PCGEO" to ws-audit-type
           move spaces to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit
           move ws-checked-count to ws-joblog-count
           perform p940-log-job-end

           move ws-checked-count to ws-count-disp
           display "Postcode centroid check complete - "
             ws-count-disp " postcodes checked."
           move ws-nogeo-count to ws-count-disp
           display "Postcodes with no centroid - " ws-count-disp ".".

       p300-check-new-issue.

      *  THE ISSUE LOADED IS DATED BY ITS ROWS; THE FILE WAITING IS
      *  DATED BY ITS HEADER. ONLY A LATER ISSUE IS TAKEN, SO
      *  LEAVING THE SAME FILE IN PLACE DOES NOT RELOAD IT EVERY
      *  MONTH.
           move spaces to ws-loaded-issue-date
           open input pcgeofile
           if file-status not equal "35"
               read pcgeofile next record
                   at end
                       continue
                   not at end
                       move Pcgeo-Issue-Date to ws-loaded-issue-date
               end-read
           end-if
           close pcgeofile

           open input pcgeocsvfile
           if file-status = "35"
               close pcgeocsvfile
               exit paragraph
           end-if
           move spaces to ws-new-issue-date
           read pcgeocsvfile
               at end
                   move spaces to Pcgeocsv-Text
           end-read
           inspect Pcgeocsv-Text replacing all '"' by " "
           move spaces to ws-pg-fields
           unstring Pcgeocsv-Text delimited by ","
             into ws-pg-postcode ws-pg-easting
           end-unstring
           if function upper-case (function trim (ws-pg-postcode))
             equal "PCGEODATE" and
             function trim (ws-pg-easting) is numeric
               move function trim (ws-pg-easting) to
                 ws-new-issue-date
           end-if

           evaluate TRUE
               when ws-new-issue-date equal spaces
                   move "  Centroid file has no PCGEODATE header -"
                     & " not loaded." to Pcgeorpt-Text
                   write Pcgeorpt-Line
               when ws-loaded-issue-date not equal spaces and
                 ws-new-issue-date not greater than
                 ws-loaded-issue-date
                   continue
               when other
                   perform p310-load-issue
           end-evaluate
           close pcgeocsvfile.

       p310-load-issue.
           open output pcgeofile
           move "0" to ws-csv-eof
           perform until csv-eof
               read pcgeocsvfile
                   at end
                       move "1" to ws-csv-eof
                   not at end
                       perform p320-load-one-postcode
               end-read
           end-perform
           close pcgeofile

           move ws-entry-count to ws-count-disp
           move spaces to Pcgeorpt-Text
           string "  New issue dated " ws-new-issue-date
             " loaded - " ws-count-disp " postcodes."
             delimited by size into Pcgeorpt-Text
           write Pcgeorpt-Line
           if ws-bad-count greater than zero
               move ws-bad-count to ws-count-disp
               move spaces to Pcgeorpt-Text
               string "  Lines not loaded (no postcode, bad grid"
                 " reference or repeated) " ws-count-disp
                 delimited by size into Pcgeorpt-Text
               write Pcgeorpt-Line
           end-if
           move spaces to Pcgeorpt-Text
           write Pcgeorpt-Line

           move "PCGEO" to ws-audit-type
           move ws-new-issue-date to ws-audit-key
           move "ISSUELOAD" to ws-audit-action
           perform p900-write-audit.

       p320-load-one-postcode.
           if Pcgeocsv-Text equal spaces
               exit paragraph
           end-if
           inspect Pcgeocsv-Text replacing all '"' by " "
           move spaces to ws-pg-fields
           unstring Pcgeocsv-Text delimited by ","
             into ws-pg-postcode ws-pg-easting ws-pg-northing
           end-unstring
           move ws-pg-postcode to ws-geo-postcode
           perform p956-geo-postcode-key
           if ws-geo-key equal spaces or
             function trim (ws-pg-easting) is not numeric or
             function trim (ws-pg-northing) is not numeric
               add 1 to ws-bad-count
               exit paragraph
           end-if
           move spaces to Pcgeo-Record
           move ws-geo-key to Pcgeo-Postcode-Key
           move function upper-case (function trim (ws-pg-postcode))
             to Pcgeo-Postcode
           move function numval (ws-pg-easting) to Pcgeo-Easting
           move function numval (ws-pg-northing) to Pcgeo-Northing
           move ws-new-issue-date to Pcgeo-Issue-Date
           write Pcgeo-Record
               invalid key
                   add 1 to ws-bad-count
               not invalid key
                   add 1 to ws-entry-count
           end-write.

       p400-check-properties.

      *  ONLY LIVE LISTINGS - SOLD AND WITHDRAWN ONES ARE NEVER
      *  SEARCHED FOR BY DISTANCE.
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
                       move function upper-case (Property-Status)
                         to ws-prop-status-uc
                       if Property-Postcode not equal spaces and
                         (ws-prop-status-uc equal "FS" or
                         ws-prop-status-uc equal "TL")
                           move "Property" to ws-chk-kind
                           move Property-ID to ws-chk-id
                           move Property-Postcode to ws-chk-postcode
                           perform p500-check-one-postcode
                       end-if
               end-read
           end-perform
           close PropertyFile.

       p410-check-requirements.
           move "0" to end-of-file
           open input reqfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read reqfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if req-is-active and
                         Req-Centre-Postcode not equal spaces
                           move "Applicant" to ws-chk-kind
                           move Req-Cust-ID to ws-chk-id
                           move Req-Centre-Postcode to
                             ws-chk-postcode
                           perform p500-check-one-postcode
                       end-if
               end-read
           end-perform
           close reqfile.

       p500-check-one-postcode.
           add 1 to ws-checked-count
           move ws-chk-postcode to ws-geo-postcode
           perform p957-geo-find-postcode
           if geo-found
               exit paragraph
           end-if
           add 1 to ws-nogeo-count
           move spaces to Pcgeorpt-Text
           string "  " ws-chk-kind " " ws-chk-id " "
             ws-chk-postcode " no centroid on file"
             delimited by size into Pcgeorpt-Text
           write Pcgeorpt-Line.

           copy "pcgeo-distance.cpy".

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB PCGEO END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE ISSUE LOADED AND
      *  FOR THE RUN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 649PcGeo.
