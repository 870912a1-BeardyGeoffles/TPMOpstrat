       identification division.
       program-id. 643Sanct.

      *  SANCTIONS AND PEP SCREENING RUN. WHEN A NEW LIST FILE HAS
      *  ARRIVED - ITS LISTDATE HEADER LATER THAN THE LIST LOADED -
      *  IT REPLACES THE LIST AND EVERY CUSTOMER IS SCREENED AGAIN;
      *  OTHERWISE ONLY CUSTOMERS NOT YET SCREENED (ANY CREATED
      *  OUTSIDE THE CUSTOMER SCREEN AND THE WEB LEAD IMPORT) ARE
      *  TAKEN. "FULL" ON THE COMMAND LINE RE-SCREENS EVERYONE
      *  AGAINST THE LIST ALREADY LOADED. POSSIBLE MATCHES GO ON THE
      *  REVIEW QUEUE WORKED FROM THE OPERATIONS MENU, AND THE
      *  REPORT LISTS EACH CUSTOMER WITH A NEW ONE. RUN DAILY FROM
      *  THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO SCREEN, NO
      *  OPERATOR INPUT.
      *
      *  LIST FILE: sanctions.csv, FIRST LINE LISTDATE,YYYYMMDD,
      *  THEN ONE LINE PER NAME OR ALIAS -
      *  ENTRYID,TYPE,SURNAME,FORENAMES,POSTCODE,DETAIL
      *  WHERE TYPE IS S (SANCTIONS) OR P (PEP) AND DETAIL IS THE
      *  REGIME OR POSITION HELD. QUOTES AROUND FIELDS ARE IGNORED.
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

              select sanctlistfile assign dynamic
              ws-path-sanctlistfile
              organization indexed
              access dynamic
              file status file-status
              record key Sanct-Entry-ID OF Sanct-Record
              alternate record key Sanct-Surname-Key OF
                Sanct-Record with duplicates.

              select sanhitfile assign dynamic ws-path-sanhitfile
              organization indexed
              access dynamic
              file status file-status
              record key Sanhit-Key OF Sanhit-Record.

              select sancsvfile assign dynamic ws-path-sancsvfile
              organization line sequential
              file status file-status.

              select sanrptfile assign dynamic ws-path-sanrptfile
              organization line sequential
              file status file-status.

              select jrnlfile assign dynamic ws-path-jrnlfile
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

       fd sanctlistfile.
       copy "sanctlistrec.cpy".

       fd sanhitfile.
       copy "sanchitrec.cpy".

       fd sancsvfile.

      *  ONE LINE OF THE PUBLISHED LIST - THE LISTDATE HEADER OR ONE
      *  NAME OR ALIAS.
       01 Sancsv-Line.
         03 Sancsv-Text pic x(250).

       fd sanrptfile.

      *  SCREENING RUN LINE - ONE FREE-TEXT LINE PER CUSTOMER WITH A
      *  NEW POSSIBLE MATCH, WRITTEN OUT TO A LINE SEQUENTIAL FILE
      *  FOR THE COMPLIANCE REVIEWER.
       01 Sanrpt-Line.
         03 Sanrpt-Text pic x(120).

       fd jrnlfile.
       copy "jrnlrec.cpy".

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
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-sanctlistfile pic x(60) value spaces.
       01 ws-path-sanhitfile pic x(60) value spaces.
       01 ws-path-sancsvfile pic x(60) value spaces.
       01 ws-path-sanrptfile pic x(60) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "journal-variables.cpy".

       copy "sanctions-screen-variables.cpy".

       01 ws-command-line pic x(60) value spaces.
       01 ws-parm-word pic x(10) value spaces.
       01 ws-full-screen pic x(1) value "N".
         88 full-screen value "Y".

       01 ws-loaded-list-date pic x(8) value spaces.
       01 ws-new-list-date pic x(8) value spaces.
       01 ws-list-loaded pic x(1) value "N".
         88 list-loaded value "Y".

      *  ONE PUBLISHED LINE BROKEN INTO ITS FIELDS.
       01 ws-sc-fields.
         03 ws-sc-id pic x(12).
         03 ws-sc-type pic x(1).
         03 ws-sc-surname pic x(40).
         03 ws-sc-forenames pic x(40).
         03 ws-sc-postcode pic x(10).
         03 ws-sc-detail pic x(40).
       01 ws-sc-joined pic x(40) value spaces.
       01 ws-sc-key pic x(8) value spaces.
       01 ws-sc-ptr pic 9(3) value zero.

       01 ws-entry-count pic 9(7) value zero.
       01 ws-bad-count pic 9(7) value zero.
       01 ws-screened-count pic 9(7) value zero.
       01 ws-flagged-count pic 9(7) value zero.
       01 ws-hit-count pic 9(7) value zero.
       01 ws-pending-count pic 9(7) value zero.
       01 ws-count-disp pic ZZZZZZ9 value zero.
       01 ws-hits-disp pic ZZ9 value zero.
       01 ws-status-word pic x(12) value spaces.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "SANCTIONS" to ws-runlock-job
           move "CUSTOMERS SANCTLIST SANCHITS" to ws-runlock-masters
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
           string function trim (ws-data-dir) "sanctlist.dat"
             delimited by size into ws-path-sanctlistfile
           string function trim (ws-data-dir) "sanchits.dat"
             delimited by size into ws-path-sanhitfile
           string function trim (ws-data-dir) "sanctions.csv"
             delimited by size into ws-path-sancsvfile
           string function trim (ws-data-dir) "sanctrun.txt"
             delimited by size into ws-path-sanrptfile
           string function trim (ws-data-dir) "journal.log"
             delimited by size into ws-path-jrnlfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word
           end-unstring
           if function upper-case (function trim (ws-parm-word))
             equal "FULL"
               move "Y" to ws-full-screen
           end-if

           open output sanrptfile
           move spaces to Sanrpt-Text
           string "Sanctions and PEP screening run - "
             ws-display-date
             delimited by size into Sanrpt-Text
           write Sanrpt-Line
           move spaces to Sanrpt-Text
           write Sanrpt-Line

           perform p300-check-new-list
           if list-loaded
               move "Y" to ws-full-screen
           end-if

           perform p400-screen-customers
           perform p500-count-pending

           if ws-flagged-count equal zero
               move "  No new possible matches." to Sanrpt-Text
               write Sanrpt-Line
           end-if
           move spaces to Sanrpt-Text
           write Sanrpt-Line
           move ws-screened-count to ws-count-disp
           move spaces to Sanrpt-Text
           string "  Customers screened " ws-count-disp
             delimited by size into Sanrpt-Text
           write Sanrpt-Line
           move ws-pending-count to ws-count-disp
           move spaces to Sanrpt-Text
           string "  Matches awaiting review " ws-count-disp
             delimited by size into Sanrpt-Text
           write Sanrpt-Line
           close sanrptfile

           move "SANCTIONS" to ws-audit-type
           move spaces to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit
           move ws-screened-count to ws-joblog-count
           perform p940-log-job-end

           move ws-screened-count to ws-count-disp
           display "Sanctions screening complete - " ws-count-disp
             " customers screened."
           move ws-hit-count to ws-count-disp
           display "New possible matches queued - " ws-count-disp
             ".".

       p300-check-new-list.

      *  THE LIST LOADED IS DATED BY ITS ROWS; THE FILE WAITING IS
      *  DATED BY ITS HEADER. ONLY A LATER LIST IS TAKEN, SO LEAVING
      *  THE SAME FILE IN PLACE DOES NOT RE-SCREEN EVERY DAY.
           move spaces to ws-loaded-list-date
           open input sanctlistfile
           if file-status not equal "35"
               read sanctlistfile next record
                   at end
                       continue
                   not at end
                       move Sanct-List-Date to ws-loaded-list-date
               end-read
           end-if
           close sanctlistfile

           open input sancsvfile
           if file-status = "35"
               close sancsvfile
               exit paragraph
           end-if
           move spaces to ws-new-list-date
           read sancsvfile
               at end
                   move spaces to Sancsv-Text
           end-read
           inspect Sancsv-Text replacing all '"' by " "
           move spaces to ws-sc-fields
           unstring Sancsv-Text delimited by ","
             into ws-sc-surname ws-sc-forenames
           end-unstring
           if function upper-case (function trim (ws-sc-surname))
             equal "LISTDATE" and
             function trim (ws-sc-forenames) is numeric
               move function trim (ws-sc-forenames) to
                 ws-new-list-date
           end-if

           evaluate TRUE
               when ws-new-list-date equal spaces
                   move "  List file has no LISTDATE header - not"
                     & " loaded." to Sanrpt-Text
                   write Sanrpt-Line
               when ws-loaded-list-date not equal spaces and
                 ws-new-list-date not greater than
                 ws-loaded-list-date
                   continue
               when other
                   perform p310-load-list
           end-evaluate
           close sancsvfile.

       p310-load-list.
           open output sanctlistfile
           move "0" to ws-csv-eof
           perform until csv-eof
               read sancsvfile
                   at end
                       move "1" to ws-csv-eof
                   not at end
                       perform p320-load-one-entry
               end-read
           end-perform
           close sanctlistfile
           move "Y" to ws-list-loaded

           move ws-entry-count to ws-count-disp
           move spaces to Sanrpt-Text
           string "  New list dated " ws-new-list-date " loaded - "
             ws-count-disp " names; every customer re-screened."
             delimited by size into Sanrpt-Text
           write Sanrpt-Line
           if ws-bad-count greater than zero
               move ws-bad-count to ws-count-disp
               move spaces to Sanrpt-Text
               string "  Lines not loaded (no id, type or surname,"
                 " or id repeated) " ws-count-disp
                 delimited by size into Sanrpt-Text
               write Sanrpt-Line
           end-if
           move spaces to Sanrpt-Text
           write Sanrpt-Line

           move "SANCTIONS" to ws-audit-type
           move ws-new-list-date to ws-audit-key
           move "LISTLOAD" to ws-audit-action
           perform p900-write-audit.

       p320-load-one-entry.
           if Sancsv-Text equal spaces
               exit paragraph
           end-if
           inspect Sancsv-Text replacing all '"' by " "
           move spaces to ws-sc-fields
           unstring Sancsv-Text delimited by ","
             into ws-sc-id ws-sc-type ws-sc-surname ws-sc-forenames
             ws-sc-postcode ws-sc-detail
           end-unstring
           move function trim (ws-sc-id) to ws-sc-id
           move function upper-case (function trim (ws-sc-type)) to
             ws-sc-type

           move spaces to Sanct-Record
           move ws-sc-surname to ws-scr-clean
           perform p931-clean-name
           perform p330-join-tokens
           move ws-sc-joined to Sanct-Surname
           move ws-scr-token-key (1) to ws-sc-key

           if ws-sc-id equal spaces or
             (ws-sc-type not equal "S" and ws-sc-type not equal "P")
             or Sanct-Surname equal spaces
               add 1 to ws-bad-count
               exit paragraph
           end-if

           move ws-sc-forenames to ws-scr-clean
           perform p931-clean-name
           perform p330-join-tokens
           move ws-sc-joined to Sanct-Forenames

           move ws-sc-id to Sanct-Entry-ID
           move ws-sc-type to Sanct-Type
           move ws-sc-key to Sanct-Surname-Key
           move zero to ws-scr-pc-len
           perform varying ws-scr-sub from 1 by 1
             until ws-scr-sub greater than 10
               if ws-sc-postcode (ws-scr-sub:1) not equal space
                   add 1 to ws-scr-pc-len
                   move function upper-case
                     (ws-sc-postcode (ws-scr-sub:1)) to
                     Sanct-Postcode (ws-scr-pc-len:1)
               end-if
           end-perform
           move function trim (ws-sc-detail) to Sanct-Detail
           move ws-new-list-date to Sanct-List-Date
           write Sanct-Record
               invalid key
                   add 1 to ws-bad-count
               not invalid key
                   add 1 to ws-entry-count
           end-write.

       p330-join-tokens.
           move spaces to ws-sc-joined
           move 1 to ws-sc-ptr
           perform varying ws-scr-sub from 1 by 1
             until ws-scr-sub greater than 6
               if ws-scr-token (ws-scr-sub) not equal spaces
                   if ws-sc-ptr greater than 1
                       add 1 to ws-sc-ptr
                   end-if
                   string function trim (ws-scr-token (ws-scr-sub))
                     delimited by size into ws-sc-joined
                     with pointer ws-sc-ptr
                   end-string
               end-if
           end-perform.

       p400-screen-customers.
           move "0" to end-of-file
           open i-o custfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read custfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if cust-name of custrec not equal spaces and
                         cust-name of custrec not equal "ERASED" and
                         (full-screen or
                         cust-screen-status of custrec equal spaces)
                           perform p410-screen-one-customer
                       end-if
               end-read
           end-perform
           close custfile.

       p410-screen-one-customer.
           move cust-id of custrec to ws-scr-cust-id
           move cust-name of custrec to ws-scr-name
           move cust-postcode of custrec to ws-scr-postcode
           perform p930-screen-customer
      *  NO LIST LOADED - NOTHING TO SCREEN AGAINST YET.
           if ws-scr-status equal spaces
               exit paragraph
           end-if
           add 1 to ws-screened-count
           move ws-scr-status to cust-screen-status of custrec
           move ws-system-date(1:8) to cust-screen-date of custrec
           move ws-scr-list-date to cust-screen-list of custrec
           rewrite custrec
               invalid key
                   continue
               not invalid key
                   move "CUSTOMERS" to ws-jrnl-file
                   move "R" to ws-jrnl-action
                   move cust-id of custrec to ws-jrnl-key
                   move custrec to ws-jrnl-data
                   perform p906-write-journal
           end-rewrite

           if ws-scr-new-hits greater than zero
               add 1 to ws-flagged-count
               add ws-scr-new-hits to ws-hit-count
               move ws-scr-new-hits to ws-hits-disp
               evaluate ws-scr-status
                   when "H"
                       move "CONFIRMED" to ws-status-word
                   when other
                       move "FOR REVIEW" to ws-status-word
               end-evaluate
               move spaces to Sanrpt-Text
               string "  Customer " cust-id of custrec " "
                 cust-name of custrec " " cust-postcode of custrec
                 ws-hits-disp " new possible match(es)  "
                 ws-status-word
                 delimited by size into Sanrpt-Text
               write Sanrpt-Line
               move "SANCTION" to ws-audit-type
               move cust-id of custrec to ws-audit-key
               move "HIT" to ws-audit-action
               perform p900-write-audit
           end-if.

       p500-count-pending.
           move zero to ws-pending-count
           move "0" to end-of-file
           open input sanhitfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read sanhitfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if sanhit-is-pending
                           add 1 to ws-pending-count
                       end-if
               end-read
           end-perform
           close sanhitfile.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB SANCTIONS END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE LIST LOADED, FOR
      *  EACH CUSTOMER WITH A NEW POSSIBLE MATCH AND FOR THE RUN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "write-journal.cpy".

           copy "sanctions-screen.cpy".

           copy "run-lock.cpy".

       end program 643Sanct.
