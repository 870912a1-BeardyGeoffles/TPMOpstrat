       identification division.
       program-id. 633LLAnnual.

      *  LANDLORD ANNUAL INCOME AND EXPENDITURE STATEMENT. ONE
      *  PRINTABLE STATEMENT PER LANDLORD FOR A TAX YEAR (6 APRIL TO
      *  5 APRIL) FOR THEIR SELF-ASSESSMENT, PROPERTY BY PROPERTY:
      *  RENT COLLECTED FROM THE RENT LEDGER, OUR MANAGEMENT FEE AT
      *  THE RATE ON THE LISTING (THE MATHS THE MONTHLY MANAGEMENT
      *  FEE INVOICES ARE RAISED FROM), TENANT-FIND AND RENEWAL FEES
      *  FROM THE LETTINGS INVOICES, COMPLETED MAINTENANCE RECHARGES
      *  AND THE NET PAID OVER. THE MANAGEMENT FEE INVOICES RAISED
      *  TO THE LANDLORD IN THE YEAR ARE SHOWN FOR RECONCILIATION.
      *  EACH PROPERTY ALSO SHOWS THE DAYS IT STOOD VOID BETWEEN
      *  TENANCIES IN THE YEAR.
      *  THE TAX YEAR IS "YEAR NNNN" ON THE COMMAND LINE - THE YEAR
      *  IT STARTS IN - OR BY DEFAULT THE LAST COMPLETE TAX YEAR.
      *  EACH STATEMENT IS REGISTERED ON THE COMMS QUEUE AND ON THE
      *  REPORT CATALOGUE LIKE THE OTHER OUTBOUND DOCUMENTS.
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

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select rentfile assign dynamic ws-path-rentfile
              organization indexed
              access dynamic
              file status file-status
              record key Rent-ID OF Rent-Record
              alternate record key Rent-Tenancy-ID OF
                Rent-Record with duplicates.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select invoicefile assign dynamic
                ws-path-invoicefile
              organization indexed
              access dynamic
              file status file-status
              record key Invoice-ID OF Invoice-Record.

              select mjobfile assign dynamic ws-path-mjobfile
              organization indexed
              access dynamic
              file status file-status
              record key Mjob-ID OF Mjob-Record
              alternate record key Mjob-Property-ID OF
                Mjob-Record with duplicates.

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

       fd PropertyFile.
       copy "property-record.cpy".

       fd rentfile.
       copy "rentrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd invoicefile.
       copy "invoicerec.cpy".

       fd mjobfile.
       copy "maintjobrec.cpy".

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
       01 ws-prop-eof pic x value "0".
         88 prop-eof value "1".
       01 ws-mjob-eof pic x value "0".
         88 mjob-eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-mjobfile pic x(60) value spaces.
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
       01 ws-cat-numeric pic 9(10) value zero.
       01 ws-cat-copy-status pic 9(4) comp value zero.

       01 ws-command-line pic x(60) value spaces.
       01 ws-parm-word pic x(10) value spaces.
       01 ws-parm-value pic x(10) value spaces.
       01 ws-parm-year-just pic x(4) justified right value spaces.

      *  THE TAX YEAR - 6 APRIL OF THE START YEAR TO 5 APRIL OF THE
      *  NEXT, LABELLED THE WAY HMRC WRITES IT (2025/26).
       01 ws-ty-start-year pic 9(4) value zero.
       01 ws-ty-end-year pic 9(4) value zero.
       01 ws-ty-from pic x(8) value spaces.
       01 ws-ty-to pic x(8) value spaces.
       01 ws-ty-label pic x(7) value spaces.

      *  PROPERTIES WITH RENT COLLECTED IN THE YEAR - A PROPERTY
      *  LET FOR PART OF THE YEAR AND SINCE RE-LISTED OR SOLD STILL
      *  BELONGS ON ITS LANDLORD'S STATEMENT.
       01 ws-rent-prop-table.
         03 ws-rent-prop-id occurs 500 times pic x(10).
       01 ws-rent-prop-count pic 9(3) value zero.
       01 ws-rent-prop-sub pic 9(3) value zero.
       01 ws-prop-in-year pic x(1) value "N".
         88 prop-in-year value "Y".

      *  THE LANDLORDS FOUND ON THIS RUN - EACH STATEMENTED ONCE
      *  HOWEVER MANY PROPERTIES THEY OWN.
       01 ws-landlord-table.
         03 ws-landlord-id occurs 200 times pic x(10).
       01 ws-landlord-count pic 9(3) value zero.
       01 ws-landlord-sub pic 9(3) value zero.
       01 ws-already-listed pic x(1) value "N".
         88 already-listed value "Y".
       01 ws-this-landlord pic x(10) value spaces.

       01 ws-statement-count pic 9(5) value zero.
       01 ws-property-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       01 ws-prop-collected pic 9(9)v99 value zero.
       01 ws-prop-mgmt pic 9(9)v99 value zero.
       01 ws-prop-find pic 9(9)v99 value zero.
       01 ws-prop-renew pic 9(9)v99 value zero.
       01 ws-prop-recharge pic 9(9)v99 value zero.
       01 ws-prop-net pic s9(9)v99 value zero.
       01 ws-total-collected pic 9(9)v99 value zero.
       01 ws-total-mgmt pic 9(9)v99 value zero.
       01 ws-total-find pic 9(9)v99 value zero.
       01 ws-total-renew pic 9(9)v99 value zero.
       01 ws-total-recharge pic 9(9)v99 value zero.
       01 ws-total-net pic s9(9)v99 value zero.
       01 ws-mf-invoiced pic 9(9)v99 value zero.
       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-net-disp pic -ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-rate-disp pic 9.99 value zero.
       01 ws-prop-rate pic 9v99 value zero.
       01 ws-landlord-name pic x(30) value spaces.
       01 ws-landlord-addr1 pic x(40) value spaces.
       01 ws-landlord-addr2 pic x(40) value spaces.
       01 ws-landlord-postcode pic x(10) value spaces.

       copy "void-days-variables.cpy".
       01 ws-void-days-disp pic Z(13)9 value zero.
       01 ws-void-periods-disp pic ZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "LLANNUAL" to ws-runlock-job
           move "COMMS" to ws-runlock-masters
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
           string function trim (ws-data-dir) "rentledger.dat"
             delimited by size into ws-path-rentfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "maintjobs.dat"
             delimited by size into ws-path-mjobfile
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
           perform p150-set-tax-year

           perform p250-note-rent-properties
           perform p300-gather-landlords

           perform varying ws-landlord-sub from 1 by 1
             until ws-landlord-sub greater than ws-landlord-count
               move ws-landlord-id(ws-landlord-sub) to
                 ws-this-landlord
               perform p400-statement-one-landlord
           end-perform

           move "LLANNUAL" to ws-audit-type
           move ws-ty-label to ws-audit-key
           move "YEARRUN" to ws-audit-action
           perform p900-write-audit
           move ws-statement-count to ws-joblog-count
           perform p940-log-job-end

           move ws-statement-count to ws-count-disp
           display "Landlord annual statements " ws-ty-label
             " complete - " ws-count-disp " statements written.".

       p150-set-tax-year.

      *  A TAX YEAR KEYED ON THE COMMAND LINE, ELSE THE LAST ONE
      *  FULLY ENDED - FROM 6 APRIL THE YEAR JUST GONE, BEFORE IT
      *  THE ONE BEFORE THAT.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word ws-parm-value
           end-unstring
           move zero to ws-ty-start-year
           if function upper-case (function trim (ws-parm-word))
             equal "YEAR"
               move function trim (ws-parm-value) to
                 ws-parm-year-just
               if ws-parm-year-just is numeric
                   move ws-parm-year-just to ws-ty-start-year
               end-if
           end-if
           if ws-ty-start-year equal zero
               move ws-system-date(1:4) to ws-ty-start-year
               if ws-system-date(5:4) not less than "0406"
                   subtract 1 from ws-ty-start-year
               else
                   subtract 2 from ws-ty-start-year
               end-if
           end-if
           compute ws-ty-end-year = ws-ty-start-year + 1
           string ws-ty-start-year "0406"
             delimited by size into ws-ty-from
           string ws-ty-end-year "0405"
             delimited by size into ws-ty-to
           string ws-ty-start-year "/" ws-ty-end-year(3:2)
             delimited by size into ws-ty-label.

       p250-note-rent-properties.
           move zero to ws-rent-prop-count
           move "0" to end-of-file
           open input rentfile
           if file-status not equal "35"
               perform until eof
                   read rentfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Rent-Paid-Date of Rent-Record not less
                             than ws-ty-from and
                             Rent-Paid-Date of Rent-Record not
                             greater than ws-ty-to and
                             Rent-Amount-Paid of Rent-Record
                             greater than zero
                               perform p255-note-rent-property
                           end-if
                   end-read
               end-perform
           end-if
           close rentfile.

       p255-note-rent-property.
           move "N" to ws-already-listed
           perform varying ws-rent-prop-sub from 1 by 1
             until ws-rent-prop-sub greater than ws-rent-prop-count
               if ws-rent-prop-id(ws-rent-prop-sub) equal
                 Rent-Property-ID of Rent-Record
                   move "Y" to ws-already-listed
               end-if
           end-perform
           if not already-listed and ws-rent-prop-count less than 500
               add 1 to ws-rent-prop-count
               move Rent-Property-ID of Rent-Record to
                 ws-rent-prop-id(ws-rent-prop-count)
           end-if.

       p260-check-prop-in-year.

      *  A PROPERTY BELONGS ON THE STATEMENT WHEN IT IS LET NOW OR
      *  TOOK RENT AT ANY POINT IN THE YEAR.
           move "N" to ws-prop-in-year
           if function upper-case (Property-Status of Property-Record)
             equal "LT"
               move "Y" to ws-prop-in-year
               exit paragraph
           end-if
           perform varying ws-rent-prop-sub from 1 by 1
             until ws-rent-prop-sub greater than ws-rent-prop-count
               if ws-rent-prop-id(ws-rent-prop-sub) equal
                 Property-ID of Property-Record
                   move "Y" to ws-prop-in-year
               end-if
           end-perform.

       p300-gather-landlords.
           move "0" to ws-prop-eof
           open input PropertyFile
           if file-status = "35"
               display "Annual statements: no property file found."
           else
               perform until prop-eof
                   read PropertyFile next record
                       at end
                           move "1" to ws-prop-eof
                       not at end
                           if Customer-ID of Property-Record not
                             equal spaces
                               perform p260-check-prop-in-year
                               if prop-in-year
                                   perform p310-note-landlord
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close PropertyFile.

       p310-note-landlord.
           move "N" to ws-already-listed
           perform varying ws-landlord-sub from 1 by 1
             until ws-landlord-sub greater than ws-landlord-count
               if ws-landlord-id(ws-landlord-sub) equal
                 Customer-ID of Property-Record
                   move "Y" to ws-already-listed
               end-if
           end-perform
           if not already-listed and ws-landlord-count less than 200
               add 1 to ws-landlord-count
               move Customer-ID of Property-Record to
                 ws-landlord-id(ws-landlord-count)
           end-if.

       p400-statement-one-landlord.
           perform p410-read-landlord
           move zero to ws-total-collected
           move zero to ws-total-mgmt
           move zero to ws-total-find
           move zero to ws-total-renew
           move zero to ws-total-recharge
           move zero to ws-property-count

           move spaces to ws-path-statementfile
           string function trim (ws-data-dir) "llannual"
             function trim (ws-this-landlord) "_"
             ws-ty-start-year ".txt"
             delimited by size into ws-path-statementfile
           open output statementfile

           move spaces to Statement-Text
           string "LANDLORD ANNUAL STATEMENT - TAX YEAR " ws-ty-label
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           string "Income and expenditure " ws-ty-from(7:2) "/"
             ws-ty-from(5:2) "/" ws-ty-from(1:4) " to "
             ws-ty-to(7:2) "/" ws-ty-to(5:2) "/" ws-ty-to(1:4)
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

           perform p420-statement-properties

           compute ws-total-net = ws-total-collected - ws-total-mgmt
             - ws-total-find - ws-total-renew - ws-total-recharge
           perform p460-sum-mf-invoiced

           move spaces to Statement-Text
           write Statement-Line
           move "YEAR TOTALS" to Statement-Text
           write Statement-Line
           move ws-total-collected to ws-amount-disp
           move spaces to Statement-Text
           string "Rent collected:              " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-mgmt to ws-amount-disp
           move spaces to Statement-Text
           string "Management fees:             " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-find to ws-amount-disp
           move spaces to Statement-Text
           string "Tenant-find fees:            " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-renew to ws-amount-disp
           move spaces to Statement-Text
           string "Renewal fees:                " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-recharge to ws-amount-disp
           move spaces to Statement-Text
           string "Maintenance recharged:       " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-net to ws-net-disp
           move spaces to Statement-Text
           string "Net paid over to you:       " ws-net-disp
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           write Statement-Line
           move ws-mf-invoiced to ws-amount-disp
           move spaces to Statement-Text
           string "Management fee invoices raised in the year:"
             ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           write Statement-Line
           move "Torrans Property Management" to Statement-Text
           write Statement-Line
           close statementfile

           add 1 to ws-statement-count
           move "LLANNUAL" to ws-comms-type
           move ws-this-landlord to ws-comms-cust
           move spaces to ws-comms-prop
           move ws-ty-label to ws-comms-docref
           perform p925-queue-communication
           move spaces to ws-comms-docref

           move "LLANNUAL" to ws-cat-type
           move ws-path-statementfile to ws-cat-source
           move spaces to ws-cat-params
           string "TAX YEAR " ws-ty-label " LL " ws-this-landlord
             delimited by size into ws-cat-params
           move ws-property-count to ws-cat-count
           perform p965-catalogue-report

           move "LLANNUAL" to ws-audit-type
           move ws-this-landlord to ws-audit-key
           move "STATEMENT" to ws-audit-action
           perform p900-write-audit.

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

       p420-statement-properties.

      *  ONE BLOCK PER PROPERTY THE LANDLORD OWNS THAT WAS LET IN
      *  THE YEAR.
           move "0" to ws-prop-eof
           open input PropertyFile
           if file-status not equal "35"
               perform until prop-eof
                   read PropertyFile next record
                       at end
                           move "1" to ws-prop-eof
                       not at end
                           if Customer-ID of Property-Record equal
                             ws-this-landlord
                               perform p260-check-prop-in-year
                               if prop-in-year
                                   perform p430-statement-one-property
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close PropertyFile.

       p430-statement-one-property.
           perform p440-sum-rent-collected
           perform p445-sum-maintenance-recharges
           perform p450-sum-lettings-fees
           if Property-Mgmt-Rate of Property-Record is numeric and
             Property-Mgmt-Rate of Property-Record not equal zero
               move Property-Mgmt-Rate of Property-Record to
                 ws-prop-rate
           else
               move Commission-Rate of Property-Record to
                 ws-prop-rate
           end-if
           compute ws-prop-mgmt rounded =
             ws-prop-collected * ws-prop-rate / 100
           compute ws-prop-net = ws-prop-collected - ws-prop-mgmt
             - ws-prop-find - ws-prop-renew - ws-prop-recharge
           add ws-prop-collected to ws-total-collected
           add ws-prop-mgmt to ws-total-mgmt
           add ws-prop-find to ws-total-find
           add ws-prop-renew to ws-total-renew
           add ws-prop-recharge to ws-total-recharge
           add 1 to ws-property-count

           move spaces to Statement-Text
           string "Re: " Property-Address1 of Property-Record ", "
             Property-Postcode of Property-Record
             delimited by size into Statement-Text
           write Statement-Line
           move ws-prop-collected to ws-amount-disp
           move spaces to Statement-Text
           string "  Rent collected:            " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           perform p435-void-days-in-year
           move spaces to Statement-Text
           string "  Void days between lets:    " ws-void-days-disp
             " (" ws-void-periods-disp " voids)"
             delimited by size into Statement-Text
           write Statement-Line
           move ws-prop-mgmt to ws-amount-disp
           move ws-prop-rate to ws-rate-disp
           move spaces to Statement-Text
           string "  Management fee at " ws-rate-disp
             " pct:  " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-prop-find to ws-amount-disp
           move spaces to Statement-Text
           string "  Tenant-find fees:          " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-prop-renew to ws-amount-disp
           move spaces to Statement-Text
           string "  Renewal fees:              " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-prop-recharge to ws-amount-disp
           move spaces to Statement-Text
           string "  Maintenance recharged:     " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-prop-net to ws-net-disp
           move spaces to Statement-Text
           string "  Net paid over:            " ws-net-disp
             delimited by size into Statement-Text
           write Statement-Line.

       p435-void-days-in-year.

      *  A VOID STILL RUNNING COUNTS ONLY WHILE THE PROPERTY IS ON
      *  THE LETTINGS BOOKS (TO LET OR LET).
           move Property-ID of Property-Record to ws-void-property
           move function numval (ws-ty-from) to ws-void-from
           move function numval (ws-ty-to) to ws-void-to
           move "N" to ws-void-open-allowed
           if function upper-case (Property-Status of
             Property-Record) equal "TL" or
             function upper-case (Property-Status of
             Property-Record) equal "LT"
               move "Y" to ws-void-open-allowed
           end-if
           perform p912-property-void-days
           move ws-void-days to ws-void-days-disp
           move ws-void-periods to ws-void-periods-disp.

       p440-sum-rent-collected.

      *  EVERY RENT LEDGER ROW FOR THE PROPERTY WITH ITS RECEIPT
      *  POSTED INSIDE THE TAX YEAR.
           move zero to ws-prop-collected
           move "0" to end-of-file
           open input rentfile
           if file-status not equal "35"
               perform until eof
                   read rentfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Rent-Property-ID of Rent-Record equal
                             Property-ID of Property-Record and
                             Rent-Paid-Date of Rent-Record not less
                             than ws-ty-from and
                             Rent-Paid-Date of Rent-Record not
                             greater than ws-ty-to
                               add Rent-Amount-Paid of Rent-Record
                                 to ws-prop-collected
                           end-if
                   end-read
               end-perform
           end-if
           close rentfile.

       p445-sum-maintenance-recharges.

      *  EVERY RECHARGED MAINTENANCE JOB ON THE PROPERTY COMPLETED
      *  INSIDE THE TAX YEAR, AT ITS INVOICED COST.
           move zero to ws-prop-recharge
           move "0" to ws-mjob-eof
           open input mjobfile
           if file-status not equal "35"
               perform until mjob-eof
                   read mjobfile next record
                       at end
                           move "1" to ws-mjob-eof
                       not at end
                           if Mjob-Property-ID of Mjob-Record
                             equal Property-ID of Property-Record
                             and mjob-is-recharged and
                             Mjob-Completed of Mjob-Record not less
                             than ws-ty-from and
                             Mjob-Completed of Mjob-Record not
                             greater than ws-ty-to
                               add Mjob-Invoice-Amount of
                                 Mjob-Record to ws-prop-recharge
                           end-if
                   end-read
               end-perform
           end-if
           close mjobfile.

       p450-sum-lettings-fees.

      *  TENANT-FIND AND RENEWAL FEE INVOICES CARRY THE PROPERTY -
      *  EACH ONE DATED INSIDE THE TAX YEAR COUNTS AT ITS GROSS,
      *  VAT INCLUDED, WHICH IS WHAT THE LANDLORD BORE.
           move zero to ws-prop-find
           move zero to ws-prop-renew
           move "0" to end-of-file
           open input invoicefile
           if file-status not equal "35"
               perform until eof
                   read invoicefile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Invoice-Property-ID of Invoice-Record
                             equal Property-ID of Property-Record
                             and Invoice-Date of Invoice-Record not
                             less than ws-ty-from and
                             Invoice-Date of Invoice-Record not
                             greater than ws-ty-to
                               evaluate Invoice-Type of Invoice-Record
                                   when "TF"
                                       add Invoice-Gross-Amount of
                                         Invoice-Record to
                                         ws-prop-find
                                   when "RF"
                                       add Invoice-Gross-Amount of
                                         Invoice-Record to
                                         ws-prop-renew
                               end-evaluate
                           end-if
                   end-read
               end-perform
           end-if
           close invoicefile.

       p460-sum-mf-invoiced.

      *  THE MONTHLY MANAGEMENT FEE INVOICES ARE RAISED PER
      *  LANDLORD RATHER THAN PER PROPERTY - THEIR YEAR TOTAL IS
      *  SHOWN AGAINST THE PROPERTY FIGURES FOR RECONCILIATION.
           move zero to ws-mf-invoiced
           move "0" to end-of-file
           open input invoicefile
           if file-status not equal "35"
               perform until eof
                   read invoicefile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Invoice-Type of Invoice-Record equal
                             "MF" and
                             Invoice-Customer-ID of Invoice-Record
                             equal ws-this-landlord and
                             Invoice-Date of Invoice-Record not
                             less than ws-ty-from and
                             Invoice-Date of Invoice-Record not
                             greater than ws-ty-to
                               add Invoice-Gross-Amount of
                                 Invoice-Record to ws-mf-invoiced
                           end-if
                   end-read
               end-perform
           end-if
           close invoicefile.

       p925-queue-communication.

      *  REGISTERS THE STATEMENT ON THE OUTBOUND COMMS QUEUE UNDER
      *  THE NEXT COMMS REFERENCE - SAME SHAPE AS THE SCREEN
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

      *  CUTS A TIMESTAMPED COPY OF THE STATEMENT JUST WRITTEN AND
      *  REGISTERS IT ON THE CATALOGUE - SAME PATTERN AS THE BATCH
      *  DRIVER. THE LANDLORD IS PART OF THE COPY'S NAME BECAUSE
      *  SEVERAL STATEMENTS ARE CUT IN THE SAME SECOND.
           move spaces to ws-cat-stamped
           string function trim (ws-data-dir)
             function trim (ws-cat-type) "_"
             function trim (ws-this-landlord) "_"
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
           string "  JOB LLANNUAL END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG PER STATEMENT AND FOR
      *  THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "void-days.cpy".

           copy "run-lock.cpy".

       end program 633LLAnnual.
