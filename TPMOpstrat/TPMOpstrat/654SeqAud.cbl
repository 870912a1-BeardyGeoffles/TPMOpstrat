       identification division.
       program-id. 654SeqAud.

      *  REFERENCE NUMBER SEQUENCE AUDIT. THE AUDITORS EXPECT AN
      *  UNBROKEN NUMBER SERIES FOR INVOICES, MONIES RECEIPTS,
      *  CREDIT NOTES AND RETURNED PAYMENTS, BUT A CRASH BETWEEN
      *  DRAWING A NUMBER FROM SEQUENCE CONTROL AND WRITING THE
      *  RECORD LEAVES A SILENT GAP. EACH NUMBERED FILE IS WALKED
      *  AGAINST ITS SEQUENCE CONTROL ROW AND EVERY MISSING NUMBER
      *  UP TO THE CONTROL VALUE, EVERY NUMBER HELD TWICE (A KEY
      *  KEYED WITHOUT ITS LEADING ZEROS), EVERY RECORD NUMBERED
      *  ABOVE THE CONTROL VALUE AND EVERY KEY THAT IS NOT A NUMBER
      *  IS LISTED TO SEQAUDIT.TXT. EACH MISSING NUMBER IS LOOKED
      *  UP IN THE ARCHIVE LOG (LIVE AND CLOSED SEGMENTS), THE
      *  MULTI-FILE UPDATE INTENT FILE AND THE AFTER-IMAGE JOURNAL,
      *  SO IT COMES WITH ITS EXPLANATION - ARCHIVED, BACKED OUT
      *  AFTER A CRASH, DELETED - OR IS FLAGGED UNEXPLAINED. RUN
      *  FROM THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO
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

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select invoicefile assign dynamic
                ws-path-invoicefile
              organization indexed
              access dynamic
              file status file-status
              record key Invoice-ID OF Invoice-Record.

              select moniesfile assign dynamic ws-path-moniesfile
              organization indexed
              access dynamic
              file status file-status
              record key Monies-ID OF Monies-Record.

              select crnotefile assign dynamic ws-path-crnotefile
              organization indexed
              access dynamic
              file status file-status
              record key Crnote-ID OF Crnote-Record
              alternate record key Crnote-Invoice-ID OF
                Crnote-Record with duplicates.

              select retpayfile assign dynamic ws-path-retpayfile
              organization indexed
              access dynamic
              file status file-status
              record key Retpay-ID OF Retpay-Record.

              select intentfile assign dynamic ws-path-intentfile
              organization indexed
              access dynamic
              file status file-status
              record key Intent-ID OF Intent-Record.

              select archivefile assign dynamic ws-path-archivefile
              organization line sequential
              file status file-status.

              select logsegfile assign dynamic
                ws-path-logsegfile
              organization indexed
              access dynamic
              file status file-status
              record key Logseg-Key OF Logseg-Record.

              select archsegfile assign dynamic
                ws-path-archsegfile
              organization line sequential
              file status file-status.

              select jrnlfile assign dynamic ws-path-jrnlfile
              organization line sequential
              file status file-status.

              select seqaudfile assign dynamic ws-path-seqaudfile
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

       fd seqctlfile.
       copy "seqrec.cpy".

       fd invoicefile.
       copy "invoicerec.cpy".

       fd moniesfile.
       copy "moniesrec.cpy".

       fd crnotefile.
       copy "crnoterec.cpy".

       fd retpayfile.
       copy "retpayrec.cpy".

       fd intentfile.
       copy "intentrec.cpy".

       fd archivefile.
       copy "archiverec.cpy".

       fd logsegfile.
       copy "logsegrec.cpy".

       fd archsegfile.

      *  ONE LINE OF A CLOSED ARCHIVE LOG SEGMENT - READ INTO THE
      *  LIVE ARCHIVE RECORD AREA SO THE SAME MATCHING APPLIES
      *  ACROSS SEGMENTS.
       01 Archseg-Line.
         03 Archseg-Text pic x(560).

       fd jrnlfile.
       copy "jrnlrec.cpy".

       fd seqaudfile.

      *  SEQUENCE AUDIT LINE - ONE FREE-TEXT LINE PER EXCEPTION,
      *  WRITTEN OUT TO A LINE SEQUENTIAL FILE FOR THE ACCOUNTS
      *  OFFICE AND THE AUDITORS.
       01 Seqaud-Line.
         03 Seqaud-Text pic x(100).

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
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-moniesfile pic x(60) value spaces.
       01 ws-path-crnotefile pic x(60) value spaces.
       01 ws-path-retpayfile pic x(60) value spaces.
       01 ws-path-intentfile pic x(60) value spaces.
       01 ws-path-archivefile pic x(60) value spaces.
       01 ws-path-logsegfile pic x(60) value spaces.
       01 ws-path-archsegfile pic x(70) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-seqaudfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

      *  THE SERIES BEING AUDITED - ITS SEQUENCE CONTROL KEY, THE
      *  NAME IT IS REPORTED UNDER AND THE RECORD TYPE ITS DELETES
      *  ARE ARCHIVED AND AUDITED UNDER.
       01 ws-ser-sub pic 9(1) value zero.
       01 ws-ser-count pic 9(1) value 4.
       01 ws-ser-seq-key pic x(10) value spaces.
       01 ws-ser-name pic x(20) value spaces.
       01 ws-ser-type pic x(10) value spaces.
       01 ws-ser-control pic 9(10) value zero.
       01 ws-ser-records pic 9(7) value zero.
       01 ws-ser-missing pic 9(7) value zero.
       01 ws-ser-unexplained pic 9(7) value zero.
       01 ws-ser-duplicates pic 9(7) value zero.
       01 ws-ser-above pic 9(7) value zero.
       01 ws-ser-odd pic 9(7) value zero.

      *  ONE BYTE PER NUMBER IN THE SERIES - 0 NOT SEEN, 1 SEEN.
      *  NUMBERS BEYOND THE TABLE ARE COUNTED BUT NOT GAP-CHECKED.
       01 ws-seen-table.
         03 ws-seen occurs 99999 times pic x(1).
       01 ws-seen-max pic 9(5) value 99999.
       01 ws-seen-limit pic 9(10) value zero.
       01 ws-beyond-table pic 9(7) value zero.

      *  THE GAPS FOUND, EACH WITH WHATEVER EXPLAINS IT - BEYOND
      *  500 IN ONE SERIES THEY ARE COUNTED BUT NOT LISTED.
       01 ws-gap-table.
         03 ws-gap-entry occurs 500 times.
           05 ws-gap-num pic 9(10).
           05 ws-gap-why pic x(60).
       01 ws-gap-used pic 9(3) value zero.
       01 ws-gap-sub pic 9(3) value zero.
       01 ws-gap-over pic 9(7) value zero.

       01 ws-check-key pic x(10) value spaces.
       01 ws-check-num pic 9(10) value zero.
       01 ws-scan-num pic 9(10) value zero.
       01 ws-match-key pic x(10) value spaces.
       01 ws-match-num pic 9(10) value zero.
       01 ws-match-why pic x(60) value spaces.

       01 ws-seg-eof pic x value "0".
         88 seg-eof value "1".
       01 ws-seg-month-table.
         03 ws-seg-month-entry pic x(6) occurs 36 times.
       01 ws-seg-month-count pic 9(2) value zero.
       01 ws-seg-month-idx pic 9(2) value zero.

       01 ws-total-missing pic 9(7) value zero.
       01 ws-total-unexplained pic 9(7) value zero.
       01 ws-total-duplicates pic 9(7) value zero.
       01 ws-total-above pic 9(7) value zero.
       01 ws-total-odd pic 9(7) value zero.
       01 ws-exception-count pic 9(7) value zero.

       01 ws-num-disp pic Z(9)9 value zero.
       01 ws-count-disp pic ZZZZZZ9 value zero.
       01 ws-count-disp2 pic ZZZZZZ9 value zero.
       01 ws-count-disp3 pic ZZZZZZ9 value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "SEQAUDIT" to ws-runlock-job
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
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "monies.dat"
             delimited by size into ws-path-moniesfile
           string function trim (ws-data-dir) "creditnotes.dat"
             delimited by size into ws-path-crnotefile
           string function trim (ws-data-dir) "returns.dat"
             delimited by size into ws-path-retpayfile
           string function trim (ws-data-dir) "intents.dat"
             delimited by size into ws-path-intentfile
           string function trim (ws-data-dir) "archive.log"
             delimited by size into ws-path-archivefile
           string function trim (ws-data-dir) "logsegs.dat"
             delimited by size into ws-path-logsegfile
           string function trim (ws-data-dir) "journal.log"
             delimited by size into ws-path-jrnlfile
           string function trim (ws-data-dir) "seqaudit.txt"
             delimited by size into ws-path-seqaudfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           move zero to ws-total-missing ws-total-unexplained
             ws-total-duplicates ws-total-above ws-total-odd
           perform p250-load-segment-months

           open output seqaudfile
           move spaces to Seqaud-Text
           string "Reference number sequence audit - "
             ws-display-date
             delimited by size into Seqaud-Text
           write Seqaud-Line

           perform varying ws-ser-sub from 1 by 1
             until ws-ser-sub greater than ws-ser-count
               perform p300-audit-series
           end-perform

           move spaces to Seqaud-Text
           write Seqaud-Line
           move ws-total-missing to ws-count-disp
           move ws-total-unexplained to ws-count-disp2
           move spaces to Seqaud-Text
           string "All series: missing " ws-count-disp
             " of which unexplained " ws-count-disp2
             delimited by size into Seqaud-Text
           write Seqaud-Line
           move ws-total-duplicates to ws-count-disp
           move ws-total-above to ws-count-disp2
           move spaces to Seqaud-Text
           string "            duplicated " ws-count-disp
             "  above control " ws-count-disp2
             delimited by size into Seqaud-Text
           write Seqaud-Line
           move ws-total-odd to ws-count-disp
           move spaces to Seqaud-Text
           string "            not numbered " ws-count-disp
             delimited by size into Seqaud-Text
           write Seqaud-Line
           close seqaudfile

           compute ws-exception-count = ws-total-unexplained +
             ws-total-duplicates + ws-total-above + ws-total-odd

           move "SEQAUDIT" to ws-audit-type
           move spaces to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit
           perform p940-log-job-end

           move ws-exception-count to ws-count-disp
           display "Sequence audit complete - " ws-count-disp
             " exceptions need attention.".

       p250-load-segment-months.

      *  THE CLOSED ARCHIVE LOG SEGMENTS, FROM THE SEGMENT CONTROL
      *  ROWS - SAME WALK AS THE ARCHIVE INQUIRY SCREEN.
           move zero to ws-seg-month-count
           move "0" to ws-seg-eof
           open input logsegfile
           if file-status = "35"
               move "1" to ws-seg-eof
           end-if
           perform until seg-eof
               read logsegfile next record
                   at end
                       move "1" to ws-seg-eof
                   not at end
                       if Logseg-Log equal "ARCHIVE" and
                         ws-seg-month-count < 36
                           add 1 to ws-seg-month-count
                           move Logseg-Month to
                             ws-seg-month-entry
                             (ws-seg-month-count)
                       end-if
               end-read
           end-perform
           close logsegfile.

       p300-audit-series.
           perform p305-set-series
           perform p310-read-control
           move all "0" to ws-seen-table
           move zero to ws-ser-records ws-ser-missing
             ws-ser-unexplained ws-ser-duplicates ws-ser-above
             ws-ser-odd ws-beyond-table ws-gap-used ws-gap-over
           initialize ws-gap-table

           move spaces to Seqaud-Text
           write Seqaud-Line
           move ws-ser-control to ws-num-disp
           move spaces to Seqaud-Text
           string function trim (ws-ser-name)
             " - sequence control " ws-ser-seq-key
             " last issued " ws-num-disp
             delimited by size into Seqaud-Text
           write Seqaud-Line

      *  DUPLICATES, NUMBERS ABOVE CONTROL AND UNNUMBERED KEYS ARE
      *  LISTED AS THE FILE IS WALKED; THE GAPS FOLLOW.
           evaluate ws-ser-sub
               when 1
                   perform p321-walk-invoices
               when 2
                   perform p322-walk-monies
               when 3
                   perform p323-walk-credit-notes
               when 4
                   perform p324-walk-returns
           end-evaluate

           perform p340-find-gaps
           if ws-gap-used greater than zero
               perform p350-explain-from-archive
               if ws-ser-sub equal 1
                   perform p360-explain-from-intents
               end-if
               perform p370-explain-from-journal
               perform varying ws-gap-sub from 1 by 1
                 until ws-gap-sub greater than ws-gap-used
                   perform p380-list-gap
               end-perform
           end-if
           if ws-gap-over greater than zero
               move ws-gap-over to ws-count-disp
               move spaces to Seqaud-Text
               string "  ... and " ws-count-disp
                 " further missing numbers not listed"
                 " - all unexplained"
                 delimited by size into Seqaud-Text
               write Seqaud-Line
           end-if
           if ws-beyond-table greater than zero
               move ws-beyond-table to ws-count-disp
               move spaces to Seqaud-Text
               string "  " ws-count-disp
                 " numbers beyond 99999 not gap-checked"
                 delimited by size into Seqaud-Text
               write Seqaud-Line
           end-if

           move ws-ser-records to ws-count-disp
           move ws-ser-missing to ws-count-disp2
           move ws-ser-unexplained to ws-count-disp3
           move spaces to Seqaud-Text
           string "  Records " ws-count-disp
             "  missing " ws-count-disp2
             "  unexplained " ws-count-disp3
             delimited by size into Seqaud-Text
           write Seqaud-Line
           move ws-ser-duplicates to ws-count-disp
           move ws-ser-above to ws-count-disp2
           move ws-ser-odd to ws-count-disp3
           move spaces to Seqaud-Text
           string "  Duplicated " ws-count-disp
             "  above control " ws-count-disp2
             "  not numbered " ws-count-disp3
             delimited by size into Seqaud-Text
           write Seqaud-Line

           add ws-ser-missing to ws-total-missing
           add ws-ser-unexplained to ws-total-unexplained
           add ws-ser-duplicates to ws-total-duplicates
           add ws-ser-above to ws-total-above
           add ws-ser-odd to ws-total-odd.

       p305-set-series.
           evaluate ws-ser-sub
               when 1
                   move "INVOICES  " to ws-ser-seq-key
                   move "Invoices" to ws-ser-name
                   move "INVOICE" to ws-ser-type
               when 2
                   move "MONIES    " to ws-ser-seq-key
                   move "Monies receipts" to ws-ser-name
                   move "MONIES" to ws-ser-type
               when 3
                   move "CREDITNOTE" to ws-ser-seq-key
                   move "Credit notes" to ws-ser-name
                   move "CRNOTE" to ws-ser-type
               when 4
                   move "RETPAY    " to ws-ser-seq-key
                   move "Returned payments" to ws-ser-name
                   move "RETPAY" to ws-ser-type
           end-evaluate.

       p310-read-control.

      *  THE CONTROL ROW HOLDS THE LAST NUMBER ISSUED - NUMBERS ARE
      *  DRAWN BY BUMPING IT AND TAKING THE NEW VALUE. NO ROW MEANS
      *  NOTHING HAS EVER BEEN ISSUED.
           move zero to ws-ser-control
           move "0" to invalid-data
           open input seqctlfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-ser-seq-key to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           close seqctlfile
           if not key-not-found and Seq-Next-Value is numeric
               move Seq-Next-Value to ws-ser-control
           end-if.

       p321-walk-invoices.
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
                       move Invoice-ID to ws-check-key
                       perform p330-check-number
               end-read
           end-perform
           close invoicefile.

       p322-walk-monies.
           move "0" to end-of-file
           open input moniesfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read moniesfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Monies-ID to ws-check-key
                       perform p330-check-number
               end-read
           end-perform
           close moniesfile.

       p323-walk-credit-notes.
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
                       move Crnote-ID to ws-check-key
                       perform p330-check-number
               end-read
           end-perform
           close crnotefile.

       p324-walk-returns.
           move "0" to end-of-file
           open input retpayfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read retpayfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Retpay-ID to ws-check-key
                       perform p330-check-number
               end-read
           end-perform
           close retpayfile.

       p330-check-number.
           add 1 to ws-ser-records
           if ws-check-key equal spaces or
             function trim (ws-check-key) is not numeric
               add 1 to ws-ser-odd
               move spaces to Seqaud-Text
               string "  NOT NUMBERED  key [" ws-check-key "]"
                 delimited by size into Seqaud-Text
               write Seqaud-Line
               exit paragraph
           end-if
           move function numval (ws-check-key) to ws-check-num
           move ws-check-num to ws-num-disp
           if ws-check-num greater than ws-ser-control
               add 1 to ws-ser-above
               move spaces to Seqaud-Text
               string "  ABOVE CONTROL " ws-num-disp
                 "  key [" ws-check-key "] - control is behind"
                 " the file"
                 delimited by size into Seqaud-Text
               write Seqaud-Line
           end-if
           if ws-check-num equal zero
               exit paragraph
           end-if
           if ws-check-num greater than ws-seen-max
               add 1 to ws-beyond-table
               exit paragraph
           end-if
           if ws-seen (ws-check-num) equal "1"
               add 1 to ws-ser-duplicates
               move spaces to Seqaud-Text
               string "  DUPLICATE     " ws-num-disp
                 "  key [" ws-check-key "] - number already held"
                 delimited by size into Seqaud-Text
               write Seqaud-Line
           else
               move "1" to ws-seen (ws-check-num)
           end-if.

       p340-find-gaps.

      *  EVERY NUMBER FROM 1 TO THE LAST ISSUED SHOULD BE ON FILE.
           move ws-ser-control to ws-seen-limit
           if ws-seen-limit greater than ws-seen-max
               move ws-seen-max to ws-seen-limit
           end-if
           perform varying ws-scan-num from 1 by 1
             until ws-scan-num greater than ws-seen-limit
               if ws-seen (ws-scan-num) equal "0"
                   add 1 to ws-ser-missing
                   if ws-gap-used less than 500
                       add 1 to ws-gap-used
                       move ws-scan-num to ws-gap-num (ws-gap-used)
                       move spaces to ws-gap-why (ws-gap-used)
                   else
                       add 1 to ws-gap-over
                       add 1 to ws-ser-unexplained
                   end-if
               end-if
           end-perform.

       p350-explain-from-archive.

      *  A RECORD DELETED THROUGH THE NORMAL ROUTES WAS ARCHIVED
      *  FIRST, UNDER ITS AUDIT RECORD TYPE AND KEY.
           move "0" to end-of-file
           open input archivefile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read archivefile
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p355-match-archive-line
               end-read
           end-perform
           close archivefile

           move 1 to ws-seg-month-idx
           perform until ws-seg-month-idx > ws-seg-month-count
               move spaces to ws-path-archsegfile
               string function trim (ws-data-dir) "archive.log_"
                 ws-seg-month-entry (ws-seg-month-idx) ".seg"
                 delimited by size into ws-path-archsegfile
               move "0" to ws-seg-eof
               open input archsegfile
               if file-status = "35"
                   move "1" to ws-seg-eof
               end-if
               perform until seg-eof
                   read archsegfile
                       at end
                           move "1" to ws-seg-eof
                       not at end
                           move Archseg-Text to Archive-Record
                           perform p355-match-archive-line
                   end-read
               end-perform
               close archsegfile
               add 1 to ws-seg-month-idx
           end-perform.

       p355-match-archive-line.
           if Archive-Record-Type not equal ws-ser-type
               exit paragraph
           end-if
           move Archive-Key-Value to ws-match-key
           move spaces to ws-match-why
           string "archived and deleted " Archive-Timestamp(1:8)
             " by " Archive-User-ID
             delimited by size into ws-match-why
           perform p390-apply-explanation.

       p360-explain-from-intents.

      *  AN INVOICE NUMBER DRAWN DURING A SALE COMPLETION THAT
      *  CRASHED IS LEFT AS A VOID WHEN THE SET IS BACKED OUT - OR
      *  IS STILL WAITING FOR THE BACK-OUT IF THE ROW IS PENDING.
           move "0" to end-of-file
           open input intentfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read intentfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Intent-Invoice-ID not equal spaces
                           move Intent-Invoice-ID to ws-match-key
                           move spaces to ws-match-why
                           evaluate TRUE
                               when intent-is-backed-out
                                   string "void - crash backed out "
                                     Intent-Done(1:8) " intent "
                                     Intent-ID
                                     delimited by size into
                                     ws-match-why
                               when intent-is-pending
                                   string "crash back-out pending -"
                                     " intent " Intent-ID
                                     delimited by size into
                                     ws-match-why
                           end-evaluate
                           if ws-match-why not equal spaces
                               perform p390-apply-explanation
                           end-if
                       end-if
               end-read
           end-perform
           close intentfile.

       p370-explain-from-journal.

      *  A DELETE JOURNALLED AGAINST THE SERIES' FILE SINCE THE
      *  LAST BACKUP.
           move "0" to end-of-file
           open input jrnlfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read jrnlfile
                   at end
                       move "1" to end-of-file
                   not at end
                       if Jrnl-File equal ws-ser-seq-key and
                         Jrnl-Action equal "D"
                           move Jrnl-Key to ws-match-key
                           move spaces to ws-match-why
                           string "deleted per journal "
                             Jrnl-Timestamp(1:8) " by "
                             Jrnl-User-ID
                             delimited by size into ws-match-why
                           perform p390-apply-explanation
                       end-if
               end-read
           end-perform
           close jrnlfile.

       p380-list-gap.
           move ws-gap-num (ws-gap-sub) to ws-num-disp
           move spaces to Seqaud-Text
           if ws-gap-why (ws-gap-sub) equal spaces
               add 1 to ws-ser-unexplained
               string "  MISSING       " ws-num-disp
                 "  UNEXPLAINED"
                 delimited by size into Seqaud-Text
           else
               string "  MISSING       " ws-num-disp
                 "  " ws-gap-why (ws-gap-sub)
                 delimited by size into Seqaud-Text
           end-if
           write Seqaud-Line.

       p390-apply-explanation.

      *  THE FIRST EXPLANATION FOUND FOR A GAP IS THE ONE KEPT.
           if ws-match-key equal spaces or
             function trim (ws-match-key) is not numeric
               exit paragraph
           end-if
           move function numval (ws-match-key) to ws-match-num
           perform varying ws-gap-sub from 1 by 1
             until ws-gap-sub greater than ws-gap-used
               if ws-gap-num (ws-gap-sub) equal ws-match-num and
                 ws-gap-why (ws-gap-sub) equal spaces
                   move ws-match-why to ws-gap-why (ws-gap-sub)
               end-if
           end-perform.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-exception-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB SEQAUDIT END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RUN JUST
      *  COMPLETED.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 654SeqAud.
