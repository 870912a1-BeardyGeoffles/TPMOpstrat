       identification division.
       program-id. 630RentRev.

      *  RENT REVIEW RUN. PASS ONE MOVES EVERY TENANCY WHOSE SERVED
      *  INCREASE NOTICE HAS REACHED ITS EFFECTIVE DATE ONTO THE NEW
      *  RENT - THE HISTORY ROW IS MARKED APPLIED AND THE NEXT
      *  REVIEW DATE ROLLED ON A YEAR - SO THE TENANCY SCREEN, THE
      *  RENT IMPORT'S AMOUNT MATCHING AND THE FEE MATHS ALL SEE
      *  THE CURRENT FIGURE. PASS TWO LISTS EVERY LIVE TENANCY
      *  WHOSE REVIEW DATE FALLS WITHIN THE LOOK-AHEAD WINDOW (DAYS
      *  NNN ON THE COMMAND LINE, SIXTY BY DEFAULT) OR HAS ALREADY
      *  PASSED, WITH THE CURRENT RENT AND WHERE ANY REVIEW STANDS,
      *  SO NOTHING REACHES ITS REVIEW DATE UNNOTICED. PROPOSALS
      *  AND NOTICES ARE RECORDED ON THE RENT REVIEW SCREEN REACHED
      *  FROM MANAGE TENANCIES.
      *  RUN FROM THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO
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

              select renthistfile assign dynamic
                ws-path-renthistfile
              organization indexed
              access dynamic
              file status file-status
              record key Renthist-ID OF Renthist-Record.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select reviewrptfile assign dynamic
                ws-path-reviewrptfile
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

       fd renthistfile.
       copy "renthistrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd reviewrptfile.

      *  REVIEW REPORT LINE - ONE FREE-TEXT LINE PER TENANCY DUE FOR
      *  REVIEW OR INCREASE APPLIED, WRITTEN OUT TO A LINE
      *  SEQUENTIAL FILE FOR THE LETTINGS DESK.
       01 Reviewrpt-Line.
         03 Reviewrpt-Text pic x(120).

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

       01 ws-hist-eof pic x value "0".
         88 hist-eof value "1".
       01 ws-ten-eof pic x value "0".
         88 ten-eof value "1".
       01 end-of-file pic x value "0".
         88 eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-renthistfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-reviewrptfile pic x(60) value spaces.
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
       01 ws-lookahead-days pic 9(3) value 060.

       01 ws-today pic x(8) value spaces.
       01 ws-today-int pic 9(8) value zero.
       01 ws-horizon-int pic 9(8) value zero.
       01 ws-horizon-date pic 9(8) value zero.
       01 ws-review-digits pic 9(8) value zero.
       01 ws-review-int pic 9(8) value zero.
       01 ws-days-to-go pic s9(5) value zero.
       01 ws-days-disp pic -ZZZZ9 value zero.
       01 ws-next-review pic 9(8) value zero.

       01 ws-applied-tenancy pic x(10) value spaces.
       01 ws-applied-rent pic 9(7)v99 value zero.
       01 ws-review-stage pic x(24) value spaces.
       01 ws-tenant-name pic x(30) value spaces.

       01 ws-applied-count pic 9(5) value zero.
       01 ws-due-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.
       01 ws-rent-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-new-disp pic Z,ZZZ,ZZ9.99 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "RENTREV" to ws-runlock-job
           move "TENANCIES RENTHIST" to ws-runlock-masters
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
           string function trim (ws-data-dir) "renthist.dat"
             delimited by size into ws-path-renthistfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "rentreview.txt"
             delimited by size into ws-path-reviewrptfile
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
                   move ws-parm-num-just to ws-lookahead-days
               end-if
           end-if

           move ws-system-date(1:8) to ws-today
           compute ws-today-int =
             function integer-of-date (function numval (ws-today))
           compute ws-horizon-int = ws-today-int + ws-lookahead-days
           move function date-of-integer (ws-horizon-int) to
             ws-horizon-date

           open output reviewrptfile
           move spaces to Reviewrpt-Text
           string "Rent review report - " ws-display-date
             delimited by size into Reviewrpt-Text
           write Reviewrpt-Line
           move spaces to Reviewrpt-Text
           write Reviewrpt-Line

           perform p300-apply-served-increases
           perform p400-list-reviews-due
           close reviewrptfile

           move "RENTHIST" to ws-audit-type
           move spaces to ws-audit-key
           move "REVIEWRUN" to ws-audit-action
           perform p900-write-audit
           compute ws-joblog-count = ws-applied-count + ws-due-count
           perform p940-log-job-end

           move ws-applied-count to ws-count-disp
           display "Rent review run complete - " ws-count-disp
             " increases applied."
           move ws-due-count to ws-count-disp
           display "Rent review report written - " ws-count-disp
             " tenancies due for review.".

       p300-apply-served-increases.

      *  EVERY SERVED NOTICE WHOSE EFFECTIVE DATE HAS ARRIVED - THE
      *  TENANCY TAKES THE NEW RENT AND ITS NEXT REVIEW DATE MOVES
      *  ON A YEAR FROM THE EFFECTIVE DATE.
           move "  Increases taking effect:" to Reviewrpt-Text
           write Reviewrpt-Line
           move "0" to ws-hist-eof
           open i-o renthistfile
           if file-status not equal "35"
               perform until hist-eof
                   read renthistfile next record
                       at end
                           move "1" to ws-hist-eof
                       not at end
                           if renthist-is-served and
                             Renthist-Effective not greater than
                             ws-today
                               perform p310-apply-one-increase
                           end-if
                   end-read
               end-perform
           end-if
           close renthistfile
           if ws-applied-count equal zero
               move "    None." to Reviewrpt-Text
               write Reviewrpt-Line
           end-if
           move spaces to Reviewrpt-Text
           write Reviewrpt-Line.

       p310-apply-one-increase.
           move Renthist-Tenancy-ID to ws-applied-tenancy
           move Renthist-New-Rent to ws-applied-rent
           move "0" to invalid-data
           open i-o tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-applied-tenancy to Tenancy-ID
           read tenancyfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close tenancyfile
               exit paragraph
           end-if
           move ws-applied-rent to Tenancy-Rent
           move function numval (Renthist-Effective) to
             ws-next-review
           add 10000 to ws-next-review
           move ws-next-review to Tenancy-Review-Date
           rewrite Tenancy-Record
               invalid key
                   move "1" to invalid-data
           end-rewrite
           close tenancyfile
           if key-not-found
               exit paragraph
           end-if

           move "A" to Renthist-Status
           rewrite Renthist-Record
               invalid key
                   continue
           end-rewrite

           add 1 to ws-applied-count
           move Renthist-Old-Rent to ws-rent-disp
           move Renthist-New-Rent to ws-new-disp
           move spaces to Reviewrpt-Text
           string "    Tenancy " ws-applied-tenancy
             " from " Renthist-Effective " "
             ws-rent-disp " to " ws-new-disp
             " - next review " Tenancy-Review-Date
             delimited by size into Reviewrpt-Text
           write Reviewrpt-Line

           move "TENANCY" to ws-audit-type
           move ws-applied-tenancy to ws-audit-key
           move "RENTREVIEW" to ws-audit-action
           perform p900-write-audit
           move "RENTHIST" to ws-audit-type
           move Renthist-ID to ws-audit-key
           move "APPLIED" to ws-audit-action
           perform p900-write-audit.

       p400-list-reviews-due.
           move "  Tenancies due for review:" to Reviewrpt-Text
           write Reviewrpt-Line
           move "0" to ws-ten-eof
           open input tenancyfile
           if file-status not equal "35"
               perform until ten-eof
                   read tenancyfile next record
                       at end
                           move "1" to ws-ten-eof
                       not at end
                           perform p410-consider-tenancy
                   end-read
               end-perform
           end-if
           close tenancyfile
           if ws-due-count equal zero
               move "    None inside the window." to Reviewrpt-Text
               write Reviewrpt-Line
           end-if.

       p410-consider-tenancy.

      *  A LIVE TENANCY (NOT ENDED) WITH A REVIEW DATE ON OR BEFORE
      *  THE END OF THE WINDOW - OVERDUE ONES INCLUDED, SHOWN WITH
      *  NEGATIVE DAYS.
           if Tenancy-Review-Date equal spaces or
             function trim (Tenancy-Review-Date) is not numeric
               exit paragraph
           end-if
           if Tenancy-End not equal spaces and
             Tenancy-End less than ws-today
               exit paragraph
           end-if
           move function numval (Tenancy-Review-Date) to
             ws-review-digits
           if ws-review-digits greater than ws-horizon-date
               exit paragraph
           end-if
           compute ws-review-int =
             function integer-of-date (ws-review-digits)
           compute ws-days-to-go = ws-review-int - ws-today-int

           perform p420-review-stage
           perform p430-read-tenant-name
           add 1 to ws-due-count
           move ws-days-to-go to ws-days-disp
           move Tenancy-Rent to ws-rent-disp
           move spaces to Reviewrpt-Text
           string "    Tenancy " Tenancy-ID
             " review " Tenancy-Review-Date
             ws-days-disp " days  rent " ws-rent-disp
             "  " ws-review-stage
             " " function trim (ws-tenant-name)
             delimited by size into Reviewrpt-Text
           write Reviewrpt-Line.

       p420-review-stage.

      *  WHERE THE TENANCY'S REVIEW STANDS - NOTHING YET, A
      *  PROPOSAL AWAITING ITS NOTICE, OR A NOTICE SERVED.
           move "NO PROPOSAL RECORDED" to ws-review-stage
           move "0" to end-of-file
           open input renthistfile
           if file-status not equal "35"
               perform until eof
                   read renthistfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Renthist-Tenancy-ID equal
                             Tenancy-ID of Tenancy-Record
                               evaluate TRUE
                                   when renthist-is-proposed
                                       move "PROPOSED - NOT SERVED"
                                         to ws-review-stage
                                   when renthist-is-served
                                       move spaces to
                                         ws-review-stage
                                       string "SERVED FOR "
                                         Renthist-Effective
                                         delimited by size into
                                         ws-review-stage
                                   when other
                                       continue
                               end-evaluate
                           end-if
                   end-read
               end-perform
           end-if
           close renthistfile.

       p430-read-tenant-name.
           move spaces to ws-tenant-name
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Tenancy-Tenant-ID of Tenancy-Record to
             cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if not key-not-found
               move cust-name of custrec to ws-tenant-name
           end-if.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB RENTREV END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR EACH INCREASE
      *  APPLIED AND FOR THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 630RentRev.
