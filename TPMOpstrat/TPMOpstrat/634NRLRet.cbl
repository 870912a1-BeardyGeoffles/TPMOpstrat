       identification division.
       program-id. 634NRLRet.

      *  NON-RESIDENT LANDLORD TAX RETURN AND ANNUAL CERTIFICATES.
      *  THE REMITTANCE RUN HOLDS THE TAX IT WITHHOLDS ON THE
      *  NON-RESIDENT TAX FILE, ONE ROW PER LANDLORD PER MONTH. THE
      *  QUARTERLY RETURN ("QTR YYYYQ" ON THE COMMAND LINE, OR BY
      *  DEFAULT THE LAST COMPLETE CALENDAR QUARTER) LISTS EACH
      *  LANDLORD'S RENT, EXPENSES AND TAX FOR THE QUARTER WITH THE
      *  TOTAL TO PAY OVER TO THE TAX AUTHORITY, MARKS THOSE ROWS
      *  RETURNED AND SHOWS WHAT IS STILL HELD FOR OTHER MONTHS.
      *  "CERT YYYY" INSTEAD WRITES EACH LANDLORD'S ANNUAL
      *  CERTIFICATE OF TAX DEDUCTED FOR THE TAX YEAR STARTING
      *  THAT APRIL, REGISTERED ON THE COMMS QUEUE. EVERY DOCUMENT
      *  GOES ON THE REPORT CATALOGUE.
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

              select nrltaxfile assign dynamic ws-path-nrltaxfile
              organization indexed
              access dynamic
              file status file-status
              record key Nrl-ID OF Nrl-Record.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select commsqfile assign dynamic ws-path-commsqfile
              organization indexed
              access dynamic
              file status file-status
              record key Comms-ID OF Comms-Record.

              select reportcatfile assign dynamic
                ws-path-reportcatfile
              organization indexed
              access dynamic
              file status file-status
              record key Cat-ID OF Cat-Record.

              select statementfile assign dynamic
                ws-path-statementfile
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

       fd nrltaxfile.
       copy "nrltaxrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd reportcatfile.
       copy "reportcatrec.cpy".

       fd statementfile.
       copy "statementrec.cpy".

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
       01 ws-path-nrltaxfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-reportcatfile pic x(60) value spaces.
       01 ws-path-statementfile pic x(80) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-comms-type pic x(10) value spaces.
       01 ws-comms-cust pic x(10) value spaces.
       01 ws-comms-prop pic x(10) value spaces.
       01 ws-comms-numeric pic 9(10) value zero.
       01 ws-comms-docref pic x(10) value spaces.

       01 ws-cat-type pic x(12) value spaces.
       01 ws-cat-params pic x(30) value spaces.
       01 ws-cat-count pic 9(7) value zero.
       01 ws-cat-source pic x(80) value spaces.
       01 ws-cat-stamped pic x(80) value spaces.
       01 ws-cat-tag pic x(10) value spaces.
       01 ws-cat-numeric pic 9(10) value zero.
       01 ws-cat-copy-status pic 9(4) comp value zero.

       01 ws-command-line pic x(60) value spaces.
       01 ws-parm-word pic x(10) value spaces.
       01 ws-parm-value pic x(10) value spaces.
       01 ws-parm-qtr-just pic x(5) justified right value spaces.
       01 ws-parm-year-just pic x(4) justified right value spaces.

       01 ws-run-mode pic x(1) value "Q".
         88 mode-return value "Q".
         88 mode-certificate value "C".

      *  THE PERIOD AS REMITTANCE MONTHS (YYYYMM) - A CALENDAR
      *  QUARTER FOR THE RETURN, APRIL TO MARCH FOR THE CERTIFICATE
      *  (THE MONTHLY STATEMENTS FALL INSIDE THE 6 APRIL TAX YEAR).
       01 ws-period-year pic 9(4) value zero.
       01 ws-period-qtr pic 9(1) value zero.
       01 ws-period-end-year pic 9(4) value zero.
       01 ws-period-month pic 9(2) value zero.
       01 ws-period-from pic x(6) value spaces.
       01 ws-period-to pic x(6) value spaces.
       01 ws-period-label pic x(7) value spaces.

      *  THE LANDLORDS WITH TAX IN THE PERIOD AND THEIR TOTALS.
       01 ws-landlord-table.
         03 ws-landlord-entry occurs 200 times.
           05 ws-landlord-id pic x(10).
           05 ws-landlord-rent pic 9(9)v99.
           05 ws-landlord-expenses pic 9(9)v99.
           05 ws-landlord-tax pic 9(9)v99.
       01 ws-landlord-count pic 9(3) value zero.
       01 ws-landlord-sub pic 9(3) value zero.
       01 ws-landlord-found pic 9(3) value zero.
       01 ws-this-landlord pic x(10) value spaces.

       01 ws-row-count pic 9(7) value zero.
       01 ws-document-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       01 ws-total-rent pic 9(9)v99 value zero.
       01 ws-total-expenses pic 9(9)v99 value zero.
       01 ws-total-tax pic 9(9)v99 value zero.
       01 ws-still-held pic 9(9)v99 value zero.
       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-rent-disp pic ZZZ,ZZ9.99 value zero.
       01 ws-exp-disp pic ZZZ,ZZ9.99 value zero.
       01 ws-tax-disp pic ZZZ,ZZ9.99 value zero.
       01 ws-rate-disp pic Z9.99 value zero.
       01 ws-landlord-name pic x(30) value spaces.
       01 ws-landlord-addr1 pic x(40) value spaces.
       01 ws-landlord-addr2 pic x(40) value spaces.
       01 ws-landlord-postcode pic x(10) value spaces.

       procedure division.

       MAIN section.
           perform p100-setup
           move "NRLTAX" to ws-runlock-job
           move "NRLTAX COMMS" to ws-runlock-masters
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
           string function trim (ws-data-dir) "nrltax.dat"
             delimited by size into ws-path-nrltaxfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "reportcat.dat"
             delimited by size into ws-path-reportcatfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           perform p150-set-period

           perform p300-gather-landlords

           if mode-return
               perform p400-quarterly-return
               move ws-row-count to ws-joblog-count
           else
               perform varying ws-landlord-sub from 1 by 1
                 until ws-landlord-sub greater than ws-landlord-count
                   move ws-landlord-id(ws-landlord-sub) to
                     ws-this-landlord
                   perform p500-certificate-one-landlord
               end-perform
               move ws-document-count to ws-joblog-count
           end-if

           move "NRLTAX" to ws-audit-type
           move ws-period-label to ws-audit-key
           if mode-return
               move "RETURN" to ws-audit-action
           else
               move "CERTRUN" to ws-audit-action
           end-if
           perform p900-write-audit
           perform p940-log-job-end

           if mode-return
               move ws-landlord-count to ws-count-disp
               display "Non-resident landlord return " ws-period-label
                 " complete - " ws-count-disp " landlords."
           else
               move ws-document-count to ws-count-disp
               display "Non-resident landlord certificates "
                 ws-period-label " complete - " ws-count-disp
                 " certificates written."
           end-if.

       p150-set-period.

      *  "QTR YYYYQ" OR "CERT YYYY" ON THE COMMAND LINE. WITH
      *  NEITHER, THE RETURN FOR THE LAST CALENDAR QUARTER ENDED.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word ws-parm-value
           end-unstring
           move zero to ws-period-year
           move zero to ws-period-qtr
           move "Q" to ws-run-mode
           if function upper-case (function trim (ws-parm-word))
             equal "CERT"
               move "C" to ws-run-mode
               move function trim (ws-parm-value) to
                 ws-parm-year-just
               if ws-parm-year-just is numeric
                   move ws-parm-year-just to ws-period-year
               end-if
           end-if
           if function upper-case (function trim (ws-parm-word))
             equal "QTR"
               move function trim (ws-parm-value) to
                 ws-parm-qtr-just
               if ws-parm-qtr-just is numeric and
                 ws-parm-qtr-just(5:1) greater than "0" and
                 ws-parm-qtr-just(5:1) less than "5"
                   move ws-parm-qtr-just(1:4) to ws-period-year
                   move ws-parm-qtr-just(5:1) to ws-period-qtr
               end-if
           end-if

           if mode-certificate
               if ws-period-year equal zero
                   move ws-system-date(1:4) to ws-period-year
                   if ws-system-date(5:4) not less than "0406"
                       subtract 1 from ws-period-year
                   else
                       subtract 2 from ws-period-year
                   end-if
               end-if
               compute ws-period-end-year = ws-period-year + 1
               string ws-period-year "04"
                 delimited by size into ws-period-from
               string ws-period-end-year "03"
                 delimited by size into ws-period-to
               string ws-period-year "/" ws-period-end-year(3:2)
                 delimited by size into ws-period-label
               exit paragraph
           end-if

           if ws-period-year equal zero
               move ws-system-date(1:4) to ws-period-year
               move ws-system-date(5:2) to ws-period-month
               compute ws-period-qtr = (ws-period-month - 1) / 3
               if ws-period-qtr equal zero
                   subtract 1 from ws-period-year
                   move 4 to ws-period-qtr
               end-if
           end-if
           compute ws-period-month = ws-period-qtr * 3 - 2
           string ws-period-year ws-period-month
             delimited by size into ws-period-from
           compute ws-period-month = ws-period-qtr * 3
           string ws-period-year ws-period-month
             delimited by size into ws-period-to
           string ws-period-year "Q" ws-period-qtr
             delimited by size into ws-period-label.

       p300-gather-landlords.

      *  TOTALS EACH LANDLORD'S ROWS IN THE PERIOD. ON A RETURN
      *  THE HELD ROWS IN THE QUARTER ARE MARKED RETURNED AS THEY
      *  ARE COUNTED, AND HELD ROWS FOR OTHER MONTHS ARE THE
      *  LIABILITY CARRIED FORWARD. A RE-RUN OF A QUARTER REPEATS
      *  THE SAME FIGURES.
           move zero to ws-landlord-count
           move zero to ws-row-count
           move zero to ws-still-held
           move "0" to end-of-file
           open i-o nrltaxfile
           if file-status = "35"
               close nrltaxfile
               exit paragraph
           end-if
           perform until eof
               read nrltaxfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Nrl-Month not less than ws-period-from and
                         Nrl-Month not greater than ws-period-to
                           perform p310-add-landlord-row
                       else
                           if nrl-is-held
                               add Nrl-Tax to ws-still-held
                           end-if
                       end-if
               end-read
           end-perform
           close nrltaxfile.

       p310-add-landlord-row.
           move zero to ws-landlord-found
           perform varying ws-landlord-sub from 1 by 1
             until ws-landlord-sub greater than ws-landlord-count
               if ws-landlord-id(ws-landlord-sub) equal
                 Nrl-Landlord-ID
                   move ws-landlord-sub to ws-landlord-found
               end-if
           end-perform
           if ws-landlord-found equal zero
               if ws-landlord-count not less than 200
                   exit paragraph
               end-if
               add 1 to ws-landlord-count
               move ws-landlord-count to ws-landlord-found
               move Nrl-Landlord-ID to
                 ws-landlord-id(ws-landlord-found)
               move zero to ws-landlord-rent(ws-landlord-found)
               move zero to ws-landlord-expenses(ws-landlord-found)
               move zero to ws-landlord-tax(ws-landlord-found)
           end-if
           add Nrl-Rent to ws-landlord-rent(ws-landlord-found)
           add Nrl-Expenses to ws-landlord-expenses(ws-landlord-found)
           add Nrl-Tax to ws-landlord-tax(ws-landlord-found)
           add 1 to ws-row-count

           if mode-return and nrl-is-held
               move "R" to Nrl-Status
               move ws-system-date(1:8) to Nrl-Return-Date
               rewrite Nrl-Record
                   invalid key
                       continue
               end-rewrite
           end-if.

       p400-quarterly-return.
           move zero to ws-total-rent
           move zero to ws-total-expenses
           move zero to ws-total-tax

           move spaces to ws-path-statementfile
           string function trim (ws-data-dir) "nrlreturn"
             ws-period-year "Q" ws-period-qtr ".txt"
             delimited by size into ws-path-statementfile
           open output statementfile

           move spaces to Statement-Text
           string "NON-RESIDENT LANDLORD TAX RETURN - QUARTER "
             ws-period-label
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           string "Remittance months " ws-period-from(5:2) "/"
             ws-period-from(1:4) " to " ws-period-to(5:2) "/"
             ws-period-to(1:4)
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           string "Date: " ws-system-date(7:2) "/"
             ws-system-date(5:2) "/" ws-system-date(1:4)
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           string "Landlord   Name                                "
             "Rent    Expenses        Tax"
             delimited by size into Statement-Text
           write Statement-Line

           perform varying ws-landlord-sub from 1 by 1
             until ws-landlord-sub greater than ws-landlord-count
               move ws-landlord-id(ws-landlord-sub) to
                 ws-this-landlord
               perform p410-read-landlord
               move ws-landlord-rent(ws-landlord-sub) to ws-rent-disp
               move ws-landlord-expenses(ws-landlord-sub) to
                 ws-exp-disp
               move ws-landlord-tax(ws-landlord-sub) to ws-tax-disp
               move spaces to Statement-Text
               string ws-this-landlord " " ws-landlord-name(1:24)
                 " " ws-rent-disp " " ws-exp-disp " " ws-tax-disp
                 delimited by size into Statement-Text
               write Statement-Line
               add ws-landlord-rent(ws-landlord-sub) to ws-total-rent
               add ws-landlord-expenses(ws-landlord-sub) to
                 ws-total-expenses
               add ws-landlord-tax(ws-landlord-sub) to ws-total-tax
           end-perform

           move spaces to Statement-Text
           write Statement-Line
           move ws-total-rent to ws-amount-disp
           move spaces to Statement-Text
           string "Total rent:                  " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-expenses to ws-amount-disp
           move spaces to Statement-Text
           string "Total expenses:              " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-tax to ws-amount-disp
           move spaces to Statement-Text
           string "TAX PAYABLE FOR THE QUARTER: " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-still-held to ws-amount-disp
           move spaces to Statement-Text
           string "Other months, still held:    " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           close statementfile

           move "NRLRETURN" to ws-cat-type
           move spaces to ws-cat-params
           string "QUARTER " ws-period-label
             delimited by size into ws-cat-params
           move ws-landlord-count to ws-cat-count
           move ws-path-statementfile to ws-cat-source
           move ws-period-label to ws-cat-tag
           perform p965-catalogue-report.

       p410-read-landlord.
           move spaces to ws-landlord-name
           move spaces to ws-landlord-addr1
           move spaces to ws-landlord-addr2
           move spaces to ws-landlord-postcode
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-this-landlord to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if not key-not-found
               move cust-name of custrec to ws-landlord-name
               move cust-address1 of custrec to ws-landlord-addr1
               move cust-address2 of custrec to ws-landlord-addr2
               move cust-postcode of custrec to ws-landlord-postcode
           end-if.

       p500-certificate-one-landlord.
           perform p410-read-landlord

           move spaces to ws-path-statementfile
           string function trim (ws-data-dir) "nrlcert"
             function trim (ws-this-landlord) "_"
             ws-period-year ".txt"
             delimited by size into ws-path-statementfile
           open output statementfile

           move spaces to Statement-Text
           string "CERTIFICATE OF TAX DEDUCTED - NON-RESIDENT "
             "LANDLORD - TAX YEAR " ws-period-label
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           string "Date: " ws-system-date(7:2) "/"
             ws-system-date(5:2) "/" ws-system-date(1:4)
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           write Statement-Line
           move function trim (ws-landlord-name) to Statement-Text
           write Statement-Line
           move function trim (ws-landlord-addr1) to Statement-Text
           write Statement-Line
           move function trim (ws-landlord-addr2) to Statement-Text
           write Statement-Line
           move function trim (ws-landlord-postcode) to
             Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           string "Month         Rent    Expenses   Rate        Tax"
             delimited by size into Statement-Text
           write Statement-Line

           perform p510-certificate-months

           move spaces to Statement-Text
           write Statement-Line
           move ws-landlord-rent(ws-landlord-sub) to ws-amount-disp
           move spaces to Statement-Text
           string "Rent received on your behalf:" ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-landlord-expenses(ws-landlord-sub) to
             ws-amount-disp
           move spaces to Statement-Text
           string "Expenses deducted:           " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-landlord-tax(ws-landlord-sub) to ws-amount-disp
           move spaces to Statement-Text
           string "TAX DEDUCTED IN THE YEAR:    " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           write Statement-Line
           move "Keep this certificate - you may claim the tax "
             & "deducted against your liability."
             to Statement-Text
           write Statement-Line
           close statementfile
           add 1 to ws-document-count

           move "NRLCERT" to ws-comms-type
           move ws-this-landlord to ws-comms-cust
           move spaces to ws-comms-prop
           move ws-period-label to ws-comms-docref
           perform p925-queue-communication

           move "NRLCERT" to ws-cat-type
           move spaces to ws-cat-params
           string "TAX YEAR " ws-period-label " LL "
             function trim (ws-this-landlord)
             delimited by size into ws-cat-params
           move 1 to ws-cat-count
           move ws-path-statementfile to ws-cat-source
           move ws-this-landlord to ws-cat-tag
           perform p965-catalogue-report

           move "NRLTAX" to ws-audit-type
           move ws-this-landlord to ws-audit-key
           move "CERTIFIED" to ws-audit-action
           perform p900-write-audit.

       p510-certificate-months.

      *  ONE LINE PER REMITTANCE MONTH TAX WAS WITHHELD IN THE YEAR.
           move "0" to end-of-file
           open input nrltaxfile
           if file-status = "35"
               close nrltaxfile
               exit paragraph
           end-if
           perform until eof
               read nrltaxfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Nrl-Landlord-ID equal ws-this-landlord and
                         Nrl-Month not less than ws-period-from and
                         Nrl-Month not greater than ws-period-to
                           move Nrl-Rent to ws-rent-disp
                           move Nrl-Expenses to ws-exp-disp
                           move Nrl-Rate to ws-rate-disp
                           move Nrl-Tax to ws-tax-disp
                           move spaces to Statement-Text
                           string Nrl-Month(5:2) "/" Nrl-Month(1:4)
                             "  " ws-rent-disp "  " ws-exp-disp
                             "  " ws-rate-disp "  " ws-tax-disp
                             delimited by size into Statement-Text
                           write Statement-Line
                       end-if
               end-read
           end-perform
           close nrltaxfile.

       p925-queue-communication.

      *  REGISTERS THE CERTIFICATE ON THE OUTBOUND COMMS QUEUE
      *  UNDER THE NEXT COMMS REFERENCE - SAME SHAPE AS THE SCREEN
      *  MODULES. THE TAX YEAR RIDES ON THE DOCUMENT REFERENCE.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "COMMS     " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "COMMS     " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-comms-numeric

           open i-o commsqfile
           if file-status = "35"
               close commsqfile
               open output commsqfile
               close commsqfile
               open i-o commsqfile
           end-if
           move ws-comms-numeric to Comms-ID
           move ws-comms-type to Comms-Type
           move ws-comms-cust to Comms-Cust-ID
           move ws-comms-prop to Comms-Property-ID
           move ws-system-date to Comms-Created
           move spaces to Comms-Sent
           move ws-comms-docref to Comms-Doc-Ref
           move "Q" to Comms-Status
           write Comms-Record
               invalid key
                   continue
           end-write
           close commsqfile.

       p965-catalogue-report.

      *  CUTS A TIMESTAMPED COPY OF THE DOCUMENT JUST WRITTEN AND
      *  REGISTERS IT ON THE CATALOGUE - SAME PATTERN AS THE BATCH
      *  DRIVER. THE LANDLORD OR QUARTER IS PART OF THE COPY'S NAME
      *  BECAUSE SEVERAL CERTIFICATES ARE CUT IN THE SAME SECOND.
           move spaces to ws-cat-stamped
           string function trim (ws-data-dir)
             function trim (ws-cat-type) "_"
             function trim (ws-cat-tag) "_"
             ws-system-date(1:14) ".rpt"
             delimited by size into ws-cat-stamped
           call "CBL_COPY_FILE" using ws-cat-source ws-cat-stamped
             returning ws-cat-copy-status
           end-call

           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "REPORTS   " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "REPORTS   " to Seq-Key
               write Seq-Record
                   invalid key
                       continue
               end-write
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
                   invalid key
                       continue
               end-rewrite
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-cat-numeric

           open i-o reportcatfile
           if file-status = "35"
               close reportcatfile
               open output reportcatfile
               close reportcatfile
               open i-o reportcatfile
           end-if
           move ws-cat-numeric to Cat-ID
           move ws-cat-type to Cat-Type
           move ws-system-date to Cat-Timestamp
           move ws-session-user-id to Cat-User-ID
           move ws-cat-params to Cat-Params
           move ws-cat-count to Cat-Count
           move ws-cat-stamped to Cat-Path
           write Cat-Record
               invalid key
                   continue
           end-write
           close reportcatfile.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB NRLTAX END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG PER CERTIFICATE AND FOR
      *  THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 634NRLRet.
