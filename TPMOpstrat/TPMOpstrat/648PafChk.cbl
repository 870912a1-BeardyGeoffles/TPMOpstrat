       identification division.
       program-id. 648PafChk.

      *  POSTCODE ADDRESS FILE LOAD AND ADDRESS CHECK. WHEN A NEW
      *  ISSUE OF THE REFERENCE FILE HAS ARRIVED - ITS PAFDATE
      *  HEADER LATER THAN THE ISSUE LOADED - IT REPLACES THE FILE
      *  THE CUSTOMER, PROPERTY AND APPRAISAL SCREENS LOOK
      *  POSTCODES UP IN. EVERY CUSTOMER, LISTING AND APPRAISAL IS
      *  THEN CHECKED AGAINST IT, AND THE REPORT LISTS EACH ONE
      *  WHOSE POSTCODE IS NOT ON THE FILE OR WHOSE FIRST ADDRESS
      *  LINE IS NOT ONE OF THE ADDRESSES AT ITS POSTCODE - THE
      *  RECORDS KEYED FREEHAND BEFORE THE LOOKUP, OR KEPT AS KEYED
      *  SINCE, THAT THE DUPLICATE CHECKS CANNOT SEE PAST. THE
      *  RECORDS THEMSELVES ARE NOT CHANGED. RUN MONTHLY FROM THE
      *  OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO SCREEN, NO
      *  OPERATOR INPUT.
      *
      *  ISSUE FILE: paf.csv, FIRST LINE PAFDATE,YYYYMMDD, THEN ONE
      *  LINE PER DELIVERY ADDRESS - POSTCODE,LINE1,LINE2 - WHERE
      *  LINE 1 IS THE BUILDING AND STREET AND LINE 2 THE LOCALITY
      *  OR TOWN, IN POSTCODE ORDER. QUOTES AROUND FIELDS ARE
      *  IGNORED.
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

              select paffile assign dynamic ws-path-paffile
              organization indexed
              access dynamic
              file status file-status
              record key Paf-Key OF Paf-Record.

              select pafcsvfile assign dynamic ws-path-pafcsvfile
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

              select appraisalfile assign dynamic
                ws-path-appraisalfile
              organization indexed
              access dynamic
              file status file-status
              record key Appraisal-ID OF Appraisal-Record.

              select pafrptfile assign dynamic ws-path-pafrptfile
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

       fd paffile.
       copy "pafrec.cpy".

       fd pafcsvfile.

      *  ONE LINE OF THE PUBLISHED ISSUE - THE PAFDATE HEADER OR
      *  ONE DELIVERY ADDRESS.
       01 Pafcsv-Line.
         03 Pafcsv-Text pic x(150).

       fd custfile.
       copy "custrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd appraisalfile.
       copy "appraisalrec.cpy".

       fd pafrptfile.

      *  ADDRESS CHECK LINE - ONE FREE-TEXT LINE PER RECORD THAT
      *  DOES NOT MATCH THE REFERENCE FILE.
       01 Pafrpt-Line.
         03 Pafrpt-Text pic x(120).

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
       01 ws-path-paffile pic x(60) value spaces.
       01 ws-path-pafcsvfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-appraisalfile pic x(60) value spaces.
       01 ws-path-pafrptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "paf-lookup-variables.cpy".

       01 ws-loaded-issue-date pic x(8) value spaces.
       01 ws-new-issue-date pic x(8) value spaces.
       01 ws-issue-loaded pic x(1) value "N".
         88 issue-loaded value "Y".

      *  ONE PUBLISHED LINE BROKEN INTO ITS FIELDS.
       01 ws-pc-fields.
         03 ws-pc-postcode pic x(10).
         03 ws-pc-address1 pic x(40).
         03 ws-pc-address2 pic x(40).
       01 ws-pc-last-key pic x(8) value spaces.
       01 ws-pc-seq pic 9(3) value zero.
       01 ws-pc-written pic x(1) value "N".
         88 pc-written value "Y".

      *  THE RECORD BEING CHECKED, WHICHEVER FILE IT CAME FROM.
       01 ws-chk-kind pic x(10) value spaces.
       01 ws-chk-id pic x(10) value spaces.
       01 ws-chk-address1 pic x(40) value spaces.
       01 ws-chk-postcode pic x(10) value spaces.
       01 ws-chk-width pic 9(2) value zero.
       01 ws-chk-reason pic x(30) value spaces.

       01 ws-entry-count pic 9(7) value zero.
       01 ws-bad-count pic 9(7) value zero.
       01 ws-checked-count pic 9(7) value zero.
       01 ws-nopc-count pic 9(7) value zero.
       01 ws-noaddr-count pic 9(7) value zero.
       01 ws-count-disp pic ZZZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "PAFCHECK" to ws-runlock-job
           move "PAF" to ws-runlock-masters
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
           string function trim (ws-data-dir) "paf.dat"
             delimited by size into ws-path-paffile
           string function trim (ws-data-dir) "paf.csv"
             delimited by size into ws-path-pafcsvfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "appraisals.dat"
             delimited by size into ws-path-appraisalfile
           string function trim (ws-data-dir) "pafcheck.txt"
             delimited by size into ws-path-pafrptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           open output pafrptfile
           move spaces to Pafrpt-Text
           string "Postcode address check - " ws-display-date
             delimited by size into Pafrpt-Text
           write Pafrpt-Line
           move spaces to Pafrpt-Text
           write Pafrpt-Line

           perform p300-check-new-issue

           open input paffile
           if file-status = "35"
               close paffile
               move "  No postcode address file loaded - nothing"
                 & " checked." to Pafrpt-Text
               write Pafrpt-Line
           else
               close paffile
               perform p400-check-customers
               perform p410-check-properties
               perform p420-check-appraisals
               if ws-nopc-count equal zero and
                 ws-noaddr-count equal zero
                   move "  Every address matches the reference file."
                     to Pafrpt-Text
                   write Pafrpt-Line
               end-if
           end-if

           move spaces to Pafrpt-Text
           write Pafrpt-Line
           move ws-checked-count to ws-count-disp
           move spaces to Pafrpt-Text
           string "  Records checked          " ws-count-disp
             delimited by size into Pafrpt-Text
           write Pafrpt-Line
           move ws-nopc-count to ws-count-disp
           move spaces to Pafrpt-Text
           string "  Postcode not on file     " ws-count-disp
             delimited by size into Pafrpt-Text
           write Pafrpt-Line
           move ws-noaddr-count to ws-count-disp
           move spaces to Pafrpt-Text
           string "  Address not at postcode  " ws-count-disp
             delimited by size into Pafrpt-Text
           write Pafrpt-Line
           close pafrptfile

           move "PAFCHECK" to ws-audit-type
           move spaces to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit
           move ws-checked-count to ws-joblog-count
           perform p940-log-job-end

           move ws-checked-count to ws-count-disp
           display "Postcode address check complete - "
             ws-count-disp " records checked."
           compute ws-count-disp = ws-nopc-count + ws-noaddr-count
           display "Addresses not matching the reference file - "
             ws-count-disp ".".

       p300-check-new-issue.

      *  THE ISSUE LOADED IS DATED BY ITS ROWS; THE FILE WAITING IS
      *  DATED BY ITS HEADER. ONLY A LATER ISSUE IS TAKEN, SO
      *  LEAVING THE SAME FILE IN PLACE DOES NOT RELOAD IT EVERY
      *  MONTH.
           move spaces to ws-loaded-issue-date
           open input paffile
           if file-status not equal "35"
               read paffile next record
                   at end
                       continue
                   not at end
                       move Paf-Issue-Date to ws-loaded-issue-date
               end-read
           end-if
           close paffile

           open input pafcsvfile
           if file-status = "35"
               close pafcsvfile
               exit paragraph
           end-if
           move spaces to ws-new-issue-date
           read pafcsvfile
               at end
                   move spaces to Pafcsv-Text
           end-read
           inspect Pafcsv-Text replacing all '"' by " "
           move spaces to ws-pc-fields
           unstring Pafcsv-Text delimited by ","
             into ws-pc-postcode ws-pc-address1
           end-unstring
           if function upper-case (function trim (ws-pc-postcode))
             equal "PAFDATE" and
             function trim (ws-pc-address1) is numeric
               move function trim (ws-pc-address1) to
                 ws-new-issue-date
           end-if

           evaluate TRUE
               when ws-new-issue-date equal spaces
                   move "  Address file has no PAFDATE header - not"
                     & " loaded." to Pafrpt-Text
                   write Pafrpt-Line
               when ws-loaded-issue-date not equal spaces and
                 ws-new-issue-date not greater than
                 ws-loaded-issue-date
                   continue
               when other
                   perform p310-load-issue
           end-evaluate
           close pafcsvfile.

       p310-load-issue.
           open output paffile
           move spaces to ws-pc-last-key
           move zero to ws-pc-seq
           move "0" to ws-csv-eof
           perform until csv-eof
               read pafcsvfile
                   at end
                       move "1" to ws-csv-eof
                   not at end
                       perform p320-load-one-address
               end-read
           end-perform
           close paffile
           move "Y" to ws-issue-loaded

           move ws-entry-count to ws-count-disp
           move spaces to Pafrpt-Text
           string "  New issue dated " ws-new-issue-date
             " loaded - " ws-count-disp " addresses."
             delimited by size into Pafrpt-Text
           write Pafrpt-Line
           if ws-bad-count greater than zero
               move ws-bad-count to ws-count-disp
               move spaces to Pafrpt-Text
               string "  Lines not loaded (no postcode or line 1) "
                 ws-count-disp
                 delimited by size into Pafrpt-Text
               write Pafrpt-Line
           end-if
           move spaces to Pafrpt-Text
           write Pafrpt-Line

           move "PAFCHECK" to ws-audit-type
           move ws-new-issue-date to ws-audit-key
           move "ISSUELOAD" to ws-audit-action
           perform p900-write-audit.

       p320-load-one-address.
           if Pafcsv-Text equal spaces
               exit paragraph
           end-if
           inspect Pafcsv-Text replacing all '"' by " "
           move spaces to ws-pc-fields
           unstring Pafcsv-Text delimited by ","
             into ws-pc-postcode ws-pc-address1 ws-pc-address2
           end-unstring
           move ws-pc-postcode to ws-paf-postcode
           perform p947-paf-postcode-key
           if ws-paf-key-pc equal spaces or
             ws-pc-address1 equal spaces
               add 1 to ws-bad-count
               exit paragraph
           end-if

      *  ADDRESSES ARE NUMBERED WITHIN THEIR POSTCODE IN THE ORDER
      *  PUBLISHED. A POSTCODE THAT TURNS UP AGAIN OUT OF ORDER
      *  TAKES THE NEXT FREE NUMBER.
           if ws-paf-key-pc not equal ws-pc-last-key
               move ws-paf-key-pc to ws-pc-last-key
               move zero to ws-pc-seq
           end-if
           move spaces to Paf-Record
           move ws-paf-key-pc to Paf-Postcode-Key
           move function upper-case (function trim (ws-pc-postcode))
             to Paf-Postcode
           move function trim (ws-pc-address1) to Paf-Address1
           move function trim (ws-pc-address2) to Paf-Address2
           move ws-new-issue-date to Paf-Issue-Date
           move "N" to ws-pc-written
           perform until pc-written or ws-pc-seq equal 999
               add 1 to ws-pc-seq
               move ws-pc-seq to Paf-Seq
               write Paf-Record
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-pc-written
               end-write
           end-perform
           if pc-written
               add 1 to ws-entry-count
           else
               add 1 to ws-bad-count
           end-if.

       p400-check-customers.
           move "0" to end-of-file
           open input custfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read custfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if cust-postcode of custrec not equal spaces
                         and cust-name of custrec not equal "ERASED"
                           move "Customer" to ws-chk-kind
                           move cust-id of custrec to ws-chk-id
                           move cust-address1 of custrec to
                             ws-chk-address1
                           move cust-postcode of custrec to
                             ws-chk-postcode
                           move 40 to ws-chk-width
                           perform p500-check-one-address
                       end-if
               end-read
           end-perform
           close custfile.

       p410-check-properties.
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
                       if Property-Postcode not equal spaces
                           move "Property" to ws-chk-kind
                           move Property-ID to ws-chk-id
                           move Property-Address1 to ws-chk-address1
                           move Property-Postcode to ws-chk-postcode
                           move 25 to ws-chk-width
                           perform p500-check-one-address
                       end-if
               end-read
           end-perform
           close PropertyFile.

       p420-check-appraisals.
           move "0" to end-of-file
           open input appraisalfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read appraisalfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Appraisal-Postcode not equal spaces
                           move "Appraisal" to ws-chk-kind
                           move Appraisal-ID to ws-chk-id
                           move Appraisal-Address1 to ws-chk-address1
                           move Appraisal-Postcode to ws-chk-postcode
                           move 25 to ws-chk-width
                           perform p500-check-one-address
                       end-if
               end-read
           end-perform
           close appraisalfile.

       p500-check-one-address.
           add 1 to ws-checked-count
           move ws-chk-postcode to ws-paf-postcode
           move ws-chk-address1 to ws-paf-address1
           move ws-chk-width to ws-paf-width
           perform p948-paf-load-postcode
           if ws-paf-count equal zero
               add 1 to ws-nopc-count
               move "postcode not on file" to ws-chk-reason
           else
               perform p949-paf-match-address
      *  ONLY THE FIRST SIXTY ADDRESSES AT A POSTCODE ARE HELD, SO
      *  ONE NOT AMONG THEM AT A BIGGER BLOCK IS NOT REPORTED.
               if ws-paf-sub not equal zero or paf-more-addresses
                   exit paragraph
               end-if
               add 1 to ws-noaddr-count
               move "address not at postcode" to ws-chk-reason
           end-if
           move spaces to Pafrpt-Text
           string "  " ws-chk-kind " " ws-chk-id " "
             ws-chk-postcode " " ws-chk-reason " "
             ws-chk-address1
             delimited by size into Pafrpt-Text
           write Pafrpt-Line.

           copy "paf-lookup.cpy".

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB PAFCHECK END " ws-system-date
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

       end program 648PafChk.
