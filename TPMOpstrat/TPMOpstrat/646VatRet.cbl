       identification division.
       program-id. 646VatRet.

      *  QUARTERLY VAT RETURN SUMMARY. WALKS THE INVOICE AND CREDIT
      *  NOTE FILES AND TOTALS THE NET AND VAT OF EVERYTHING DATED
      *  IN THE QUARTER - SALES COMMISSION, LETTINGS FEES (TENANT
      *  FIND, MANAGEMENT, RENEWAL) LESS CREDIT NOTES - MONTH BY
      *  MONTH AND FOR THE QUARTER, WITH THE OUTPUT TAX AND NET
      *  SALES FIGURES FOR THE RETURN AND A SPLIT BY VAT RATE FOR A
      *  QUARTER THE RATE CHANGED IN. EACH MONTH'S INVOICE NET AND
      *  VAT ARE THE SAME FIGURES THE MONTH-END NOMINAL EXTRACT
      *  POSTS TO THE INVNET AND INVVAT CODES, AND THE CREDIT NOTES
      *  ITS CRNNET AND CRNVAT CODES, SO THE RETURN TIES BACK TO
      *  THE LEDGER. THE QUARTER IS NAMED BY ITS LAST MONTH -
      *  "QUARTER YYYYMM" ON THE COMMAND LINE - AND DEFAULTS TO THE
      *  LAST CALENDAR QUARTER ENDED BEFORE THE RUN DATE. RUN FROM
      *  THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO SCREEN, NO
      *  OPERATOR INPUT. A RETURNED-ITEM CHARGE IS NOT A SUPPLY -
      *  IT IS SHOWN ON A LINE OF ITS OWN AS OUTSIDE THE SCOPE, KEPT
      *  OUT OF THE RATE SPLIT AND OUT OF BOXES 1 AND 6, BUT STILL
      *  COUNTED IN THE INVNET TIE-BACK THE NOMINAL EXTRACT POSTS IT
      *  TO.
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

              select nomfile assign dynamic ws-path-nomfile
              organization indexed
              access dynamic
              file status file-status
              record key Nom-Source OF Nom-Record.

              select vatretfile assign dynamic ws-path-vatretfile
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

       fd nomfile.
       copy "nomrec.cpy".

       fd vatretfile.

      *  VAT RETURN SUMMARY LINE - FREE TEXT, WRITTEN OUT TO A LINE
      *  SEQUENTIAL FILE FOR FINANCE.
       01 Vatret-Line.
         03 Vatret-Text pic x(100).

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
       01 ws-path-nomfile pic x(60) value spaces.
       01 ws-path-vatretfile pic x(60) value spaces.
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

      *  THE THREE MONTHS OF THE QUARTER, OLDEST FIRST.
       01 ws-qtr-end pic x(6) value spaces.
       01 ws-year-num pic 9(4) value zero.
       01 ws-month-num pic 9(2) value zero.
       01 ws-month-sub pic 9(1) value zero.
       01 ws-cat-sub pic 9(1) value zero.
       01 ws-qtr-table.
         03 ws-qtr-month occurs 3 times.
           05 ws-qm-yyyymm pic x(6).
      *  CATEGORY 1 SALES COMMISSION, 2 LETTINGS FEES, 3 CREDIT NOTES,
      *  4 OUTSIDE THE SCOPE (RETURNED-ITEM CHARGES).
           05 ws-qm-cat occurs 4 times.
             07 ws-qm-count pic 9(5).
             07 ws-qm-net pic 9(11)v99.
             07 ws-qm-vat pic 9(11)v99.

      *  THE SAME FIGURES SPLIT BY THE RATE CHARGED.
       01 ws-rate-count pic 9(2) value zero.
       01 ws-rate-sub pic 9(2) value zero.
       01 ws-rate-found pic 9(2) value zero.
       01 ws-rate-try pic 9(2)v99 value zero.
       01 ws-rate-table.
         03 ws-rate-entry occurs 10 times.
           05 ws-rt-percent pic 9(2)v99.
           05 ws-rt-net pic s9(11)v99.
           05 ws-rt-vat pic s9(11)v99.

       01 ws-code-invnet pic x(8) value spaces.
       01 ws-code-invvat pic x(8) value spaces.
       01 ws-code-crnnet pic x(8) value spaces.
       01 ws-code-crnvat pic x(8) value spaces.
       01 ws-doc-date pic x(8) value spaces.
       01 ws-doc-net pic 9(9)v99 value zero.
       01 ws-doc-vat pic 9(9)v99 value zero.
       01 ws-cat-name pic x(18) value spaces.
       01 ws-inv-type-uc pic x(2) value spaces.
       01 ws-sum-count pic 9(5) value zero.
       01 ws-sum-net pic s9(11)v99 value zero.
       01 ws-sum-vat pic s9(11)v99 value zero.
       01 ws-inv-net pic 9(11)v99 value zero.
       01 ws-inv-vat pic 9(11)v99 value zero.
       01 ws-out-net pic s9(11)v99 value zero.
       01 ws-out-vat pic s9(11)v99 value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-net-disp pic -ZZ,ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-vat-disp pic -ZZ,ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-rate-disp pic Z9.99 value zero.
       01 ws-quarter-count pic 9(5) value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "VATRETURN" to ws-runlock-job
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
           string function trim (ws-data-dir) "nomcodes.dat"
             delimited by size into ws-path-nomfile
           string function trim (ws-data-dir) "vatreturn.txt"
             delimited by size into ws-path-vatretfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           perform p220-work-out-quarter
           perform p240-load-nominal-codes

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

           open output vatretfile
           move spaces to Vatret-Text
           string "VAT return summary - quarter "
             ws-qm-yyyymm (1) " to " ws-qm-yyyymm (3) " - "
             ws-display-date
             delimited by size into Vatret-Text
           write Vatret-Line
           perform varying ws-month-sub from 1 by 1
             until ws-month-sub greater than 3
               perform p400-print-month
           end-perform
           perform p500-print-quarter
           perform p550-print-rates
           close vatretfile

           move "VATRETURN" to ws-audit-type
           move ws-qtr-end to ws-audit-key
           move "SUMMARY" to ws-audit-action
           perform p900-write-audit
           move ws-quarter-count to ws-joblog-count
           perform p940-log-job-end

           move ws-quarter-count to ws-count-disp
           display "VAT return summary for quarter to " ws-qtr-end
             " complete - " ws-count-disp " documents.".

       p220-work-out-quarter.

      *  NO PARAMETER MEANS THE LAST MARCH, JUNE, SEPTEMBER OR
      *  DECEMBER BEFORE THE RUN MONTH - THE QUARTER JUST ENDED. A
      *  NON-CALENDAR VAT STAGGER NAMES ITS OWN QUARTER END.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word ws-parm-value
           end-unstring
           if function upper-case (function trim (ws-parm-word))
             equal "QUARTER" and
             function trim (ws-parm-value) is numeric
               move ws-parm-value(1:4) to ws-year-num
               move ws-parm-value(5:2) to ws-month-num
           else
               move ws-system-date(1:4) to ws-year-num
               move ws-system-date(5:2) to ws-month-num
               subtract 1 from ws-month-num
               compute ws-month-num = ws-month-num -
                 function mod (ws-month-num, 3)
               if ws-month-num equal zero
                   subtract 1 from ws-year-num
                   move 12 to ws-month-num
               end-if
           end-if
           if ws-month-num less than 1 or ws-month-num greater than 12
               move 12 to ws-month-num
           end-if
           move ws-year-num to ws-qtr-end(1:4)
           move ws-month-num to ws-qtr-end(5:2)

           initialize ws-qtr-table
           perform varying ws-month-sub from 3 by -1
             until ws-month-sub less than 1
               move ws-year-num to ws-qm-yyyymm (ws-month-sub)(1:4)
               move ws-month-num to ws-qm-yyyymm (ws-month-sub)(5:2)
               if ws-month-num equal 1
                   subtract 1 from ws-year-num
                   move 12 to ws-month-num
               else
                   subtract 1 from ws-month-num
               end-if
           end-perform.

       p240-load-nominal-codes.

      *  THE CODES ARE ONLY SHOWN AGAINST THE TIE-BACK LINES - A
      *  MISSING ONE DOES NOT STOP THE SUMMARY.
           open input nomfile
           if file-status not equal "35"
               move "INVNET" to Nom-Source
               read nomfile
                   invalid key
                       move spaces to Nom-Code
               end-read
               move Nom-Code to ws-code-invnet
               move "INVVAT" to Nom-Source
               read nomfile
                   invalid key
                       move spaces to Nom-Code
               end-read
               move Nom-Code to ws-code-invvat
               move "CRNNET" to Nom-Source
               read nomfile
                   invalid key
                       move spaces to Nom-Code
               end-read
               move Nom-Code to ws-code-crnnet
               move "CRNVAT" to Nom-Source
               read nomfile
                   invalid key
                       move spaces to Nom-Code
               end-read
               move Nom-Code to ws-code-crnvat
           end-if
           close nomfile.

       p300-add-invoice.
           move Invoice-Date to ws-doc-date
           perform p330-find-month
           if ws-month-sub equal zero
               exit paragraph
           end-if
           move function upper-case (Invoice-Type) to ws-inv-type-uc
           evaluate ws-inv-type-uc
               when "TF"
               when "MF"
               when "RF"
                   move 2 to ws-cat-sub
               when "RI"
                   move 4 to ws-cat-sub
               when other
                   move 1 to ws-cat-sub
           end-evaluate
           move Invoice-Net-Amount to ws-doc-net
           move Invoice-VAT-Amount to ws-doc-vat

      *  INVOICES RAISED BEFORE THE RATE WAS CARRIED WERE AT 20 PCT.
           move 20 to ws-rate-try
           if Invoice-VAT-Rate is numeric and
             Invoice-VAT-Rate not equal zero
               move Invoice-VAT-Rate to ws-rate-try
           end-if
           perform p320-add-document.

       p310-add-credit-note.

      *  A CREDIT NOTE COUNTS IN THE MONTH IT WAS RAISED, AT THE
      *  RATE THE INVOICE IT CREDITS WAS CHARGED AT.
           move Crnote-Date to ws-doc-date
           perform p330-find-month
           if ws-month-sub equal zero
               exit paragraph
           end-if
           move 3 to ws-cat-sub
           move Crnote-Net-Amount to ws-doc-net
           move Crnote-VAT-Amount to ws-doc-vat
           move 20 to ws-rate-try
           if Crnote-VAT-Rate is numeric and
             Crnote-VAT-Rate not equal zero
               move Crnote-VAT-Rate to ws-rate-try
           end-if
           perform p320-add-document.

       p320-add-document.
           add 1 to ws-quarter-count
           add 1 to ws-qm-count (ws-month-sub ws-cat-sub)
           add ws-doc-net to ws-qm-net (ws-month-sub ws-cat-sub)
           add ws-doc-vat to ws-qm-vat (ws-month-sub ws-cat-sub)
      *  NOTHING OUTSIDE THE SCOPE BELONGS IN A RATE BAND.
           if ws-cat-sub equal 4
               exit paragraph
           end-if
           move zero to ws-rate-found
           perform varying ws-rate-sub from 1 by 1
             until ws-rate-sub greater than ws-rate-count
               if ws-rt-percent (ws-rate-sub) equal ws-rate-try
                   move ws-rate-sub to ws-rate-found
               end-if
           end-perform
           if ws-rate-found equal zero
               if ws-rate-count not less than 10
                   exit paragraph
               end-if
               add 1 to ws-rate-count
               move ws-rate-count to ws-rate-found
               move ws-rate-try to ws-rt-percent (ws-rate-found)
               move zero to ws-rt-net (ws-rate-found)
               move zero to ws-rt-vat (ws-rate-found)
           end-if
           if ws-cat-sub equal 3
               subtract ws-doc-net from ws-rt-net (ws-rate-found)
               subtract ws-doc-vat from ws-rt-vat (ws-rate-found)
           else
               add ws-doc-net to ws-rt-net (ws-rate-found)
               add ws-doc-vat to ws-rt-vat (ws-rate-found)
           end-if.

       p330-find-month.
           move zero to ws-month-sub
           perform varying ws-cat-sub from 1 by 1
             until ws-cat-sub greater than 3
               if ws-doc-date (1:6) equal ws-qm-yyyymm (ws-cat-sub)
                   move ws-cat-sub to ws-month-sub
               end-if
           end-perform.

       p400-print-month.
           move spaces to Vatret-Text
           write Vatret-Line
           move spaces to Vatret-Text
           string "  Month " ws-qm-yyyymm (ws-month-sub)
             "         count                net"
             "                VAT"
             delimited by size into Vatret-Text
           write Vatret-Line
           move zero to ws-inv-net
           move zero to ws-inv-vat
           perform varying ws-cat-sub from 1 by 1
             until ws-cat-sub greater than 4
               move ws-qm-count (ws-month-sub ws-cat-sub) to
                 ws-sum-count
               move ws-qm-net (ws-month-sub ws-cat-sub) to ws-sum-net
               move ws-qm-vat (ws-month-sub ws-cat-sub) to ws-sum-vat
               if ws-cat-sub equal 3
                   compute ws-sum-net = 0 - ws-sum-net
                   compute ws-sum-vat = 0 - ws-sum-vat
               else
                   add ws-qm-net (ws-month-sub ws-cat-sub) to
                     ws-inv-net
                   add ws-qm-vat (ws-month-sub ws-cat-sub) to
                     ws-inv-vat
               end-if
               if ws-cat-sub not equal 4 or
                 ws-sum-count not equal zero
                   perform p410-category-name
                   perform p420-print-figures
               end-if
           end-perform

      *  THE NOMINAL EXTRACT FOR THE MONTH POSTS THE INVOICES'
      *  NET AND VAT - THESE TWO FIGURES ARE WHAT ITS INVNET AND
      *  INVVAT LINES ADD UP TO.
           move ws-inv-net to ws-net-disp
           move ws-inv-vat to ws-vat-disp
           move spaces to Vatret-Text
           string "    Ties to nominal INVNET " ws-code-invnet
             " " ws-net-disp " INVVAT " ws-code-invvat
             " " ws-vat-disp
             delimited by size into Vatret-Text
           write Vatret-Line

      *  AND THE CREDIT NOTES' NET AND VAT ARE WHAT ITS CRNNET AND
      *  CRNVAT LINES ADD UP TO.
           if ws-qm-count (ws-month-sub 3) not equal zero
               move ws-qm-net (ws-month-sub 3) to ws-net-disp
               move ws-qm-vat (ws-month-sub 3) to ws-vat-disp
               move spaces to Vatret-Text
               string "    Ties to nominal CRNNET " ws-code-crnnet
                 " " ws-net-disp " CRNVAT " ws-code-crnvat
                 " " ws-vat-disp
                 delimited by size into Vatret-Text
               write Vatret-Line
           end-if.

       p410-category-name.
           evaluate ws-cat-sub
               when 1
                   move "Sales commission" to ws-cat-name
               when 2
                   move "Lettings fees" to ws-cat-name
               when 4
                   move "Outside the scope" to ws-cat-name
               when other
                   move "Less credit notes" to ws-cat-name
           end-evaluate.

       p420-print-figures.
           move ws-sum-count to ws-count-disp
           move ws-sum-net to ws-net-disp
           move ws-sum-vat to ws-vat-disp
           move spaces to Vatret-Text
           string "    " ws-cat-name " " ws-count-disp
             " " ws-net-disp " " ws-vat-disp
             delimited by size into Vatret-Text
           write Vatret-Line.

       p500-print-quarter.
           move spaces to Vatret-Text
           write Vatret-Line
           move spaces to Vatret-Text
           string "  Quarter to " ws-qtr-end
             "    count                net"
             "                VAT"
             delimited by size into Vatret-Text
           write Vatret-Line
           move zero to ws-out-net
           move zero to ws-out-vat
           perform varying ws-cat-sub from 1 by 1
             until ws-cat-sub greater than 4
               move zero to ws-sum-count
               move zero to ws-sum-net
               move zero to ws-sum-vat
               perform varying ws-month-sub from 1 by 1
                 until ws-month-sub greater than 3
                   add ws-qm-count (ws-month-sub ws-cat-sub) to
                     ws-sum-count
                   add ws-qm-net (ws-month-sub ws-cat-sub) to
                     ws-sum-net
                   add ws-qm-vat (ws-month-sub ws-cat-sub) to
                     ws-sum-vat
               end-perform
               if ws-cat-sub equal 3
                   compute ws-sum-net = 0 - ws-sum-net
                   compute ws-sum-vat = 0 - ws-sum-vat
               end-if
               if ws-cat-sub not equal 4
                   add ws-sum-net to ws-out-net
                   add ws-sum-vat to ws-out-vat
               end-if
               if ws-cat-sub not equal 4 or
                 ws-sum-count not equal zero
                   perform p410-category-name
                   perform p420-print-figures
               end-if
           end-perform
           move ws-out-vat to ws-vat-disp
           move spaces to Vatret-Text
           write Vatret-Line
           move spaces to Vatret-Text
           string "  Output tax due on sales (box 1)      "
             ws-vat-disp
             delimited by size into Vatret-Text
           write Vatret-Line
           move ws-out-net to ws-net-disp
           move spaces to Vatret-Text
           string "  Net sales excluding VAT (box 6)      "
             ws-net-disp
             delimited by size into Vatret-Text
           write Vatret-Line.

       p550-print-rates.
           if ws-rate-count equal zero
               exit paragraph
           end-if
           move spaces to Vatret-Text
           write Vatret-Line
           move "  By VAT rate charged" to Vatret-Text
           write Vatret-Line
           perform varying ws-rate-sub from 1 by 1
             until ws-rate-sub greater than ws-rate-count
               move ws-rt-percent (ws-rate-sub) to ws-rate-disp
               move ws-rt-net (ws-rate-sub) to ws-net-disp
               move ws-rt-vat (ws-rate-sub) to ws-vat-disp
               move spaces to Vatret-Text
               string "    At " ws-rate-disp " pct             "
                 ws-net-disp " " ws-vat-disp
                 delimited by size into Vatret-Text
               write Vatret-Line
           end-perform.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB VATRETURN END " ws-system-date
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

       end program 646VatRet.
