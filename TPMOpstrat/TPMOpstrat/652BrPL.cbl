       identification division.
       program-id. 652BrPL.

      *  BRANCH PROFIT AND LOSS BY MONTH. FOR A CALENDAR MONTH
      *  (PERIOD YYYYMM ON THE COMMAND LINE, DEFAULTING TO LAST
      *  MONTH), LAYS EACH OFFICE OUT AS A BUSINESS FROM WHAT THE
      *  SYSTEM ALREADY HOLDS - THE MONTH, THE YEAR TO DATE AND THE
      *  SAME TWO FIGURES FOR THE PRIOR YEAR. INCOME IS THE SALES
      *  COMMISSION INVOICED (SPLIT INTO PRIVATE TREATY, AUCTION
      *  AND NEW-HOMES DEVELOPMENT FEES BY HOW THE LISTING WAS
      *  SOLD), THE LETTINGS FEES INVOICED (TENANT FIND, MANAGEMENT
      *  AND RENEWAL), EACH NET OF THE CREDIT NOTES RAISED AGAINST
      *  THEM IN THE MONTH OF THE CREDIT, AND THE REFERRAL FEES
      *  RECEIVED FROM PANEL PARTNERS. COSTS ARE THE MARKETING SPEND
      *  NOT RECOVERED FROM VENDORS, THE MAINTENANCE NOT RECHARGED
      *  TO LANDLORDS AND THE NEGOTIATOR COMMISSION EARNINGS THE
      *  PAYROLL RUN PAID, AS DIRECT STAFF COST. EVERY FIGURE FOLLOWS
      *  ITS LISTING'S BRANCH, RESOLVED AGAINST THE INTER-BRANCH
      *  TRANSFER LOG THE SAME WAY AS THE NIGHTLY MI AGGREGATES, SO
      *  A MONTH BEFORE A TRANSFER STAYS WITH THE SENDING OFFICE. A
      *  MANAGEMENT FEE INVOICE COVERS A LANDLORD RATHER THAN ONE
      *  LISTING AND GOES TO THE BRANCH OF THE LANDLORD'S FIRST
      *  LISTING; A REFERRAL WITH NO LISTING GOES TO THE BRANCH OF
      *  THE NEGOTIATOR WHO MADE IT. A RETURNED-ITEM CHARGE ONLY
      *  RECOVERS THE BANK'S COST OF A BOUNCED PAYMENT AND IS NOT
      *  FEE INCOME, SO IT IS LEFT OFF THE P AND L ALTOGETHER.
      *  RUN MONTHLY FROM THE OPERATING SYSTEM SCHEDULER - NO
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

              select invoicefile assign dynamic
                ws-path-invoicefile
              organization indexed
              access dynamic
              file status file-status
              record key Invoice-ID OF Invoice-Record.

              select crnotefile assign dynamic ws-path-crnotefile
              organization indexed
              access dynamic
              file status file-status
              record key Crnote-ID OF Crnote-Record
              alternate record key Crnote-Invoice-ID OF
                Crnote-Record with duplicates.

              select referralfile assign dynamic
                ws-path-referralfile
              organization indexed
              access dynamic
              file status file-status
              record key Referral-ID OF Referral-Record.

              select mktcostfile assign dynamic ws-path-mktcostfile
              organization indexed
              access dynamic
              file status file-status
              record key Mktcost-ID OF Mktcost-Record
              alternate record key Mktcost-Property-ID OF
                Mktcost-Record with duplicates.

              select mjobfile assign dynamic ws-path-mjobfile
              organization indexed
              access dynamic
              file status file-status
              record key Mjob-ID OF Mjob-Record
              alternate record key Mjob-Property-ID OF
                Mjob-Record with duplicates.

              select paidcommfile assign dynamic
                ws-path-paidcommfile
              organization indexed
              access dynamic
              file status file-status
              record key Paidcomm-Key OF Paidcomm-Record.

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

              select userfile assign dynamic ws-path-userfile
              organization indexed
              access dynamic
              file status file-status
              record key user-id OF userrec.

              select xferlogfile assign dynamic
                ws-path-xferlogfile
              organization line sequential
              file status file-status.

              select brplfile assign dynamic ws-path-brplfile
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

       fd invoicefile.
       copy "invoicerec.cpy".

       fd crnotefile.
       copy "crnoterec.cpy".

       fd referralfile.
       copy "referralrec.cpy".

       fd mktcostfile.
       copy "mktcostrec.cpy".

       fd mjobfile.
       copy "maintjobrec.cpy".

       fd paidcommfile.
       copy "paidcommrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd userfile.
       copy "userrec.cpy".

       fd xferlogfile.

      *  TRANSFER LOG LINE AS WRITTEN BY THE INTER-BRANCH TRANSFER
      *  SCREEN - DATE,PROPERTY,FROM-BRANCH,TO-BRANCH,BY-USER.
       01 Xferlog-Line.
         03 Xferlog-Text pic x(90).

       fd brplfile.

      *  BRANCH PROFIT AND LOSS LINE - FREE TEXT, WRITTEN OUT TO A
      *  LINE SEQUENTIAL FILE FOR THE DIRECTORS.
       01 Brpl-Line.
         03 Brpl-Text pic x(100).

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
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-crnotefile pic x(60) value spaces.
       01 ws-path-referralfile pic x(60) value spaces.
       01 ws-path-mktcostfile pic x(60) value spaces.
       01 ws-path-mjobfile pic x(60) value spaces.
       01 ws-path-paidcommfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-userfile pic x(60) value spaces.
       01 ws-path-xferlogfile pic x(60) value spaces.
       01 ws-path-brplfile pic x(60) value spaces.
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

      *  THE FOUR COLUMNS - THE MONTH, THE YEAR TO DATE FROM
      *  JANUARY, AND THE SAME MONTH AND YEAR TO DATE A YEAR AGO.
       01 ws-period pic x(6) value spaces.
       01 ws-year-start pic x(6) value spaces.
       01 ws-py-period pic x(6) value spaces.
       01 ws-py-year-start pic x(6) value spaces.
       01 ws-year-num pic 9(4) value zero.
       01 ws-month-num pic 9(2) value zero.

      *  ONE ROW PER BRANCH, AND A LAST ROW FOR ALL BRANCHES BUILT
      *  AS THE BRANCHES PRINT. LINES: 1 SALES COMMISSION, 2
      *  AUCTION FEES, 3 DEVELOPMENT FEES, 4 LETTINGS FEES, 5
      *  REFERRAL FEES, 6 MARKETING, 7 MAINTENANCE, 8 NEGOTIATOR
      *  COMMISSION EARNINGS.
       01 ws-br-count pic 9(2) value zero.
       01 ws-br-sub pic 9(2) value zero.
       01 ws-br-found pic 9(2) value zero.
       01 ws-br-table.
         03 ws-br-entry occurs 21 times.
           05 ws-br-code pic x(3).
           05 ws-br-line occurs 8 times.
             07 ws-br-amount pic s9(11)v99 occurs 4 times.
       01 ws-line-sub pic 9(2) value zero.
       01 ws-col-sub pic 9(1) value zero.

      *  THE TRANSFER LOG HELD IN MEMORY, FILE (CHRONOLOGICAL)
      *  ORDER - FOR A POSTING MONTH THE FIRST TRANSFER OF THE
      *  PROPERTY DATED AFTER THAT MONTH NAMES THE BRANCH THAT
      *  HELD THE LISTING AT THE TIME.
       01 ws-xfer-table.
         03 ws-xfer-entry occurs 200 times.
           05 ws-xf-date pic x(8).
           05 ws-xf-property pic x(10).
           05 ws-xf-from pic x(3).
           05 ws-xf-to pic x(3).
       01 ws-xfer-count pic 9(3) value zero.
       01 ws-xfer-sub pic 9(3) value zero.
       01 ws-xfer-found pic x(1) value "N".
         88 xfer-branch-found value "Y".
       01 ws-xf-eof pic x value "0".
         88 xf-eof value "1".
       01 ws-xf-parse-date pic x(8) value spaces.
       01 ws-xf-parse-prop pic x(10) value spaces.
       01 ws-xf-parse-from pic x(3) value spaces.
       01 ws-xf-parse-to pic x(3) value spaces.
       01 ws-xf-parse-rest pic x(20) value spaces.

      *  ONE POSTING - THE MONTH IT FALLS IN, THE LISTING OR
      *  CUSTOMER IT BELONGS TO, THE P&L LINE AND THE AMOUNT
      *  (NEGATIVE FOR A CREDIT NOTE).
       01 ws-post-month pic x(6) value spaces.
       01 ws-post-property pic x(10) value spaces.
       01 ws-post-customer pic x(10) value spaces.
       01 ws-post-user pic x(10) value spaces.
       01 ws-post-type pic x(2) value spaces.
       01 ws-post-line pic 9(2) value zero.
       01 ws-post-amount pic s9(11)v99 value zero.
       01 ws-post-branch pic x(3) value spaces.
       01 ws-post-by-auction pic x(1) value "N".
         88 post-by-auction value "Y".
       01 ws-post-dev-plot pic x(1) value "N".
         88 post-dev-plot value "Y".

       01 ws-line-name pic x(28) value spaces.
       01 ws-income-total pic s9(11)v99 occurs 4 times.
       01 ws-cost-total pic s9(11)v99 occurs 4 times.
       01 ws-money-disp pic -ZZZ,ZZZ,ZZ9.99 occurs 4 times.
       01 ws-print-branch pic x(12) value spaces.
       01 ws-post-count pic 9(7) value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.
       01 ws-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "BRANCHPL" to ws-runlock-job
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
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "creditnotes.dat"
             delimited by size into ws-path-crnotefile
           string function trim (ws-data-dir) "referrals.dat"
             delimited by size into ws-path-referralfile
           string function trim (ws-data-dir) "mktcosts.dat"
             delimited by size into ws-path-mktcostfile
           string function trim (ws-data-dir) "maintjobs.dat"
             delimited by size into ws-path-mjobfile
           string function trim (ws-data-dir) "paidcomm.dat"
             delimited by size into ws-path-paidcommfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "users.dat"
             delimited by size into ws-path-userfile
           string function trim (ws-data-dir) "xfer.log"
             delimited by size into ws-path-xferlogfile
           string function trim (ws-data-dir) "branchpl.txt"
             delimited by size into ws-path-brplfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           perform p220-work-out-period
           perform p250-load-transfer-log
           initialize ws-br-table
           move zero to ws-br-count

           open input PropertyFile
           open input userfile

           move "0" to end-of-file
           open input invoicefile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read invoicefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p300-add-invoice
               end-read
           end-perform
           close invoicefile

           move "0" to end-of-file
           open input crnotefile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read crnotefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p310-add-credit-note
               end-read
           end-perform
           close crnotefile

           move "0" to end-of-file
           open input referralfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read referralfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p320-add-referral
               end-read
           end-perform
           close referralfile

           move "0" to end-of-file
           open input mktcostfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read mktcostfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p330-add-marketing
               end-read
           end-perform
           close mktcostfile

           move "0" to end-of-file
           open input mjobfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read mjobfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p340-add-maintenance
               end-read
           end-perform
           close mjobfile

           move "0" to end-of-file
           open input paidcommfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read paidcommfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p345-add-earnings
               end-read
           end-perform
           close paidcommfile

           close userfile
           close PropertyFile

           open output brplfile
           move spaces to Brpl-Text
           string "Branch profit and loss - month " ws-period
             " - " ws-display-date
             delimited by size into Brpl-Text
           write Brpl-Line
           if ws-br-count equal zero
               move spaces to Brpl-Text
               write Brpl-Line
               move "  Nothing invoiced, received or spent in the"
                 & " periods reported." to Brpl-Text
               write Brpl-Line
           else
               add 1 to ws-br-count
               move "ALL" to ws-br-code (ws-br-count)
               perform varying ws-br-sub from 1 by 1
                 until ws-br-sub greater than ws-br-count
                   perform p400-print-branch
               end-perform
               subtract 1 from ws-br-count
           end-if
           close brplfile

           move "BRANCHPL" to ws-audit-type
           move ws-period to ws-audit-key
           move "REPORT" to ws-audit-action
           perform p900-write-audit
           move ws-post-count to ws-joblog-count
           perform p940-log-job-end

           move ws-post-count to ws-count-disp
           display "Branch P&L for " ws-period " complete - "
             ws-count-disp " postings.".

       p220-work-out-period.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word ws-parm-value
           end-unstring
           if function upper-case (function trim (ws-parm-word))
             equal "PERIOD" and
             function trim (ws-parm-value) is numeric
               move ws-parm-value(1:6) to ws-period
           else
               move ws-system-date(1:4) to ws-year-num
               move ws-system-date(5:2) to ws-month-num
               if ws-month-num equal 1
                   subtract 1 from ws-year-num
                   move 12 to ws-month-num
               else
                   subtract 1 from ws-month-num
               end-if
               move ws-year-num to ws-period(1:4)
               move ws-month-num to ws-period(5:2)
           end-if
           move ws-period(1:4) to ws-year-num
           move ws-period(1:4) to ws-year-start(1:4)
           move "01" to ws-year-start(5:2)
           subtract 1 from ws-year-num
           move ws-year-num to ws-py-period(1:4)
           move ws-period(5:2) to ws-py-period(5:2)
           move ws-year-num to ws-py-year-start(1:4)
           move "01" to ws-py-year-start(5:2).

       p250-load-transfer-log.
           move zero to ws-xfer-count
           move "0" to ws-xf-eof
           open input xferlogfile
           if file-status = "35"
               move "1" to ws-xf-eof
           end-if
           perform until xf-eof
               read xferlogfile
                   at end
                       move "1" to ws-xf-eof
                   not at end
                       if Xferlog-Text not equal spaces and
                         ws-xfer-count less than 200
                           move spaces to ws-xf-parse-date
                           move spaces to ws-xf-parse-prop
                           move spaces to ws-xf-parse-from
                           move spaces to ws-xf-parse-to
                           unstring Xferlog-Text delimited by ","
                             into ws-xf-parse-date
                             ws-xf-parse-prop
                             ws-xf-parse-from
                             ws-xf-parse-to
                             ws-xf-parse-rest
                           end-unstring
                           add 1 to ws-xfer-count
                           move ws-xf-parse-date to
                             ws-xf-date(ws-xfer-count)
                           move ws-xf-parse-prop to
                             ws-xf-property(ws-xfer-count)
                           move ws-xf-parse-from to
                             ws-xf-from(ws-xfer-count)
                           move ws-xf-parse-to to
                             ws-xf-to(ws-xfer-count)
                       end-if
               end-read
           end-perform
           close xferlogfile.

       p300-add-invoice.

      *  SALES COMMISSION IS SPLIT BY HOW THE LISTING WAS SOLD;
      *  EVERY OTHER INVOICE TYPE IS A LETTINGS FEE.
           move Invoice-Date (1:6) to ws-post-month
           perform p360-check-month
           if ws-post-month equal spaces
               exit paragraph
           end-if
           move Invoice-Property-ID to ws-post-property
           move Invoice-Customer-ID to ws-post-customer
           move spaces to ws-post-user
           move function upper-case (Invoice-Type) to ws-post-type
           move Invoice-Net-Amount to ws-post-amount
           perform p350-resolve-branch
           perform p355-fee-line
           if ws-post-line equal zero
               exit paragraph
           end-if
           perform p380-post.

       p310-add-credit-note.

      *  A CREDIT NOTE COMES OFF THE SAME LINE AS THE INVOICE IT
      *  CREDITS, IN THE MONTH IT WAS RAISED.
           move Crnote-Date (1:6) to ws-post-month
           perform p360-check-month
           if ws-post-month equal spaces
               exit paragraph
           end-if
           move Crnote-Property-ID to ws-post-property
           move Crnote-Customer-ID to ws-post-customer
           move spaces to ws-post-user
           move function upper-case (Crnote-Invoice-Type) to
             ws-post-type
           compute ws-post-amount = 0 - Crnote-Net-Amount
           perform p350-resolve-branch
           perform p355-fee-line
           if ws-post-line equal zero
               exit paragraph
           end-if
           perform p380-post.

       p320-add-referral.

      *  A REFERRAL FEE IS INCOME ONLY ONCE THE PARTNER HAS PAID IT,
      *  IN THE MONTH IT WAS RECEIVED.
           if Referral-Received-Date equal spaces
               exit paragraph
           end-if
           move Referral-Received-Date (1:6) to ws-post-month
           perform p360-check-month
           if ws-post-month equal spaces
               exit paragraph
           end-if
           move Referral-Property-ID to ws-post-property
           move spaces to ws-post-customer
           move Referral-User-ID to ws-post-user
           move Referral-Expected-Fee to ws-post-amount
           perform p350-resolve-branch
           move 5 to ws-post-line
           perform p380-post.

       p330-add-marketing.
           if mktcost-is-recoverable
               exit paragraph
           end-if
           move Mktcost-Date (1:6) to ws-post-month
           perform p360-check-month
           if ws-post-month equal spaces
               exit paragraph
           end-if
           move Mktcost-Property-ID to ws-post-property
           move spaces to ws-post-customer
           move spaces to ws-post-user
           move Mktcost-Amount to ws-post-amount
           perform p350-resolve-branch
           move 6 to ws-post-line
           perform p380-post.

       p340-add-maintenance.

      *  A COMPLETED JOB NOT RECHARGED TO THE LANDLORD IS OURS TO
      *  BEAR, IN THE MONTH IT WAS COMPLETED.
           if mjob-is-recharged or
             Mjob-Completed of Mjob-Record is not numeric
               exit paragraph
           end-if
           move Mjob-Completed of Mjob-Record (1:6) to ws-post-month
           perform p360-check-month
           if ws-post-month equal spaces
               exit paragraph
           end-if
           move Mjob-Property-ID to ws-post-property
           move spaces to ws-post-customer
           move spaces to ws-post-user
           move Mjob-Invoice-Amount to ws-post-amount
           perform p350-resolve-branch
           move 7 to ws-post-line
           perform p380-post.

       p345-add-earnings.

      *  WHAT THE PAYROLL RUN PAID ON EACH SALE, IN THE MONTH IT WAS
      *  PAID FOR - ALREADY CUT FOR ANY CLAWBACK TAKEN SINCE.
           move Paidcomm-Period to ws-post-month
           perform p360-check-month
           if ws-post-month equal spaces
               exit paragraph
           end-if
           move Paidcomm-Property-ID to ws-post-property
           move spaces to ws-post-customer
           move Paidcomm-User-ID to ws-post-user
           move Paidcomm-Earned to ws-post-amount
           perform p350-resolve-branch
           move 8 to ws-post-line
           perform p380-post.

       p350-resolve-branch.

      *  THE BRANCH THAT HELD THE LISTING IN THE POSTING MONTH -
      *  THE CURRENT BRANCH UNLESS A LOGGED TRANSFER HAPPENED
      *  AFTER THAT MONTH, IN WHICH CASE THE EARLIEST SUCH
      *  TRANSFER'S SENDING BRANCH IS THE ONE THAT DID THE WORK.
      *  WITH NO LISTING, THE CUSTOMER'S FIRST LISTING IS USED, AND
      *  FAILING THAT THE BRANCH OF THE USER BEHIND THE POSTING.
           move spaces to ws-post-branch
           move "N" to ws-post-by-auction
           move "N" to ws-post-dev-plot
           move "0" to invalid-data
           if ws-post-property not equal spaces
               move ws-post-property to Property-ID of Property-Record
               read PropertyFile
                   invalid key
                       move "1" to invalid-data
               end-read
           else
               if ws-post-customer not equal spaces
                   move ws-post-customer to
                     Customer-ID of Property-Record
                   start PropertyFile key equal
                     Customer-ID of Property-Record
                       invalid key
                           move "1" to invalid-data
                   end-start
                   if not key-not-found
                       read PropertyFile next record
                           at end
                               move "1" to invalid-data
                       end-read
                   end-if
               else
                   move "1" to invalid-data
               end-if
           end-if
           if not key-not-found
               move Property-Branch of Property-Record to
                 ws-post-branch
               if property-by-auction
                   move "Y" to ws-post-by-auction
               end-if
               if Property-Dev-ID of Property-Record not equal spaces
                   move "Y" to ws-post-dev-plot
               end-if
               move "N" to ws-xfer-found
               perform varying ws-xfer-sub from 1 by 1
                 until ws-xfer-sub greater than ws-xfer-count or
                 xfer-branch-found
                   if ws-xf-property(ws-xfer-sub) equal
                     Property-ID of Property-Record and
                     ws-xf-date(ws-xfer-sub) (1:6) greater than
                     ws-post-month
                       move ws-xf-from(ws-xfer-sub) to
                         ws-post-branch
                       move "Y" to ws-xfer-found
                   end-if
               end-perform
               exit paragraph
           end-if
           if ws-post-user not equal spaces
               move ws-post-user to user-id of userrec
               read userfile
                   invalid key
                       continue
                   not invalid key
                       move user-branch of userrec to ws-post-branch
               end-read
           end-if.

       p355-fee-line.
           evaluate ws-post-type
               when "TF"
               when "MF"
               when "RF"
                   move 4 to ws-post-line
               when "RI"
                   move zero to ws-post-line
               when other
                   evaluate TRUE
                       when post-by-auction
                           move 2 to ws-post-line
                       when post-dev-plot
                           move 3 to ws-post-line
                       when other
                           move 1 to ws-post-line
                   end-evaluate
           end-evaluate.

       p360-check-month.

      *  A MONTH OUTSIDE ALL FOUR COLUMNS IS BLANKED SO THE CALLER
      *  SKIPS THE POSTING.
           if ws-post-month is not numeric
               move spaces to ws-post-month
               exit paragraph
           end-if
           if (ws-post-month less than ws-year-start or
             ws-post-month greater than ws-period) and
             (ws-post-month less than ws-py-year-start or
             ws-post-month greater than ws-py-period)
               move spaces to ws-post-month
           end-if.

       p380-post.
           add 1 to ws-post-count
           move zero to ws-br-found
           perform varying ws-br-sub from 1 by 1
             until ws-br-sub greater than ws-br-count
               if ws-br-code (ws-br-sub) equal ws-post-branch
                   move ws-br-sub to ws-br-found
               end-if
           end-perform
           if ws-br-found equal zero
               if ws-br-count not less than 20
                   exit paragraph
               end-if
               add 1 to ws-br-count
               move ws-br-count to ws-br-found
               move ws-post-branch to ws-br-code (ws-br-found)
           end-if
           if ws-post-month equal ws-period
               add ws-post-amount to
                 ws-br-amount (ws-br-found ws-post-line 1)
           end-if
           if ws-post-month not less than ws-year-start and
             ws-post-month not greater than ws-period
               add ws-post-amount to
                 ws-br-amount (ws-br-found ws-post-line 2)
           end-if
           if ws-post-month equal ws-py-period
               add ws-post-amount to
                 ws-br-amount (ws-br-found ws-post-line 3)
           end-if
           if ws-post-month not less than ws-py-year-start and
             ws-post-month not greater than ws-py-period
               add ws-post-amount to
                 ws-br-amount (ws-br-found ws-post-line 4)
           end-if.

       p400-print-branch.

      *  ONE BLOCK PER BRANCH; EACH BRANCH IS ADDED INTO THE LAST
      *  ROW AS IT PRINTS, SO THE ALL-BRANCHES BLOCK COMES LAST.
           move spaces to Brpl-Text
           write Brpl-Line
           move spaces to ws-print-branch
           evaluate TRUE
               when ws-br-code (ws-br-sub) equal "ALL"
                   move "All branches" to ws-print-branch
               when ws-br-code (ws-br-sub) equal spaces
                   move "Unassigned" to ws-print-branch
               when other
                   string "Branch " ws-br-code (ws-br-sub)
                     delimited by size into ws-print-branch
           end-evaluate
           move spaces to Brpl-Text
           string "  " ws-print-branch "                  Month"
             "    Year to date  Prior yr month  Prior yr to date"
             delimited by size into Brpl-Text
           write Brpl-Line
           perform varying ws-col-sub from 1 by 1
             until ws-col-sub greater than 4
               move zero to ws-income-total (ws-col-sub)
               move zero to ws-cost-total (ws-col-sub)
           end-perform
           perform varying ws-line-sub from 1 by 1
             until ws-line-sub greater than 8
               perform varying ws-col-sub from 1 by 1
                 until ws-col-sub greater than 4
                   if ws-line-sub less than 6
                       add ws-br-amount (ws-br-sub ws-line-sub
                         ws-col-sub) to ws-income-total (ws-col-sub)
                   else
                       add ws-br-amount (ws-br-sub ws-line-sub
                         ws-col-sub) to ws-cost-total (ws-col-sub)
                   end-if
                   if ws-br-sub less than ws-br-count
                       add ws-br-amount (ws-br-sub ws-line-sub
                         ws-col-sub) to ws-br-amount (ws-br-count
                         ws-line-sub ws-col-sub)
                   end-if
                   move ws-br-amount (ws-br-sub ws-line-sub
                     ws-col-sub) to ws-money-disp (ws-col-sub)
               end-perform
               perform p410-line-name
               perform p420-print-figures
               if ws-line-sub equal 5
                   perform varying ws-col-sub from 1 by 1
                     until ws-col-sub greater than 4
                       move ws-income-total (ws-col-sub) to
                         ws-money-disp (ws-col-sub)
                   end-perform
                   move "  Total income" to ws-line-name
                   perform p420-print-figures
               end-if
           end-perform
           perform varying ws-col-sub from 1 by 1
             until ws-col-sub greater than 4
               move ws-cost-total (ws-col-sub) to
                 ws-money-disp (ws-col-sub)
           end-perform
           move "  Total direct costs" to ws-line-name
           perform p420-print-figures
           perform varying ws-col-sub from 1 by 1
             until ws-col-sub greater than 4
               compute ws-income-total (ws-col-sub) =
                 ws-income-total (ws-col-sub) -
                 ws-cost-total (ws-col-sub)
               move ws-income-total (ws-col-sub) to
                 ws-money-disp (ws-col-sub)
           end-perform
           move "Branch contribution" to ws-line-name
           perform p420-print-figures.

       p410-line-name.
           evaluate ws-line-sub
               when 1
                   move "Sales commission" to ws-line-name
               when 2
                   move "Auction fees" to ws-line-name
               when 3
                   move "Development fees" to ws-line-name
               when 4
                   move "Lettings fees" to ws-line-name
               when 5
                   move "Referral fees received" to ws-line-name
               when 6
                   move "Marketing (not recovered)" to ws-line-name
               when 7
                   move "Maintenance (not recharged)" to
                     ws-line-name
               when other
                   move "Negotiator commission" to ws-line-name
           end-evaluate.

       p420-print-figures.
           move spaces to Brpl-Text
           string "    " ws-line-name
             ws-money-disp (1) " " ws-money-disp (2) " "
             ws-money-disp (3) " " ws-money-disp (4)
             delimited by size into Brpl-Text
           write Brpl-Line.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB BRANCHPL END " ws-system-date
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

       end program 652BrPL.
