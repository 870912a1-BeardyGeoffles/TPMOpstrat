       identification division.
       program-id. 644OfferNtc.

      *  OFFER NOTICE EXCEPTION RUN. EVERY NEW OR COUNTERED OFFER
      *  QUEUES A WRITTEN NOTICE TO THE VENDOR (AND THE JOINT OWNER
      *  WHERE THERE IS ONE); THE NOTICE IS DUE OUT BY THE END OF
      *  THE NEXT WORKING DAY, TAKING WEEKENDS AND BANK HOLIDAYS FROM
      *  THE OFFICE CALENDAR. THIS RUN WALKS THE OFFERS, DATES ANY
      *  NOTICE WHOSE LETTERS HAVE ALL GONE OUT SINCE THE LAST RUN,
      *  AND REPORTS EACH OFFER STILL NOT NOTIFIED PAST ITS DUE DAY
      *  PLUS ANY NOTIFIED LATE IN THE LAST WEEK, WITH THE DATE THE
      *  VENDOR ACKNOWLEDGED IT WHERE KNOWN. RUN DAILY FROM THE
      *  OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO SCREEN, NO
      *  OPERATOR INPUT.
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

              select offerfile assign dynamic ws-path-offerfile
              organization indexed
              access dynamic
              file status file-status
              record key Offer-ID OF Offer-Record.

              select commsqfile assign dynamic ws-path-commsqfile
              organization indexed
              access dynamic
              file status file-status
              record key Comms-ID OF Comms-Record.

              select calfile assign dynamic ws-path-calfile
              organization indexed
              access dynamic
              file status file-status
              record key Cal-Date OF Cal-Record.

              select ntcrptfile assign dynamic ws-path-ntcrptfile
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

       fd offerfile.
       copy "offerrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd calfile.
       copy "calrec.cpy".

       fd ntcrptfile.

      *  OFFER NOTICE EXCEPTION LINE - ONE FREE-TEXT LINE PER OFFER
      *  WHOSE VENDOR NOTICE IS OVERDUE OR WENT OUT LATE, WRITTEN
      *  OUT TO A LINE SEQUENTIAL FILE FOR THE BRANCH MANAGER.
       01 Ntcrpt-Line.
         03 Ntcrpt-Text pic x(120).

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
       01 ws-comms-eof pic x value "0".
         88 comms-eof value "1".

       01 file-status pic xx.
       01 ws-path-offerfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-calfile pic x(60) value spaces.
       01 ws-path-ntcrptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "working-day-variables.cpy".

       01 ws-today pic x(8) value spaces.
       01 ws-today-int pic 9(8) value zero.
       01 ws-week-ago-int pic 9(8) value zero.
       01 ws-week-ago pic 9(8) value zero.
       01 ws-week-ago-text pic x(8) value spaces.
       01 ws-due-date pic 9(8) value zero.
       01 ws-due-text pic x(8) value spaces.
       01 ws-offer-status-uc pic x(1) value spaces.
       01 ws-ack-text pic x(8) value spaces.

       01 ws-notice-items pic 9(3) value zero.
       01 ws-notice-gone pic 9(3) value zero.
       01 ws-notice-last-sent pic x(8) value spaces.

       01 ws-overdue-count pic 9(5) value zero.
       01 ws-late-count pic 9(5) value zero.
       01 ws-stamped-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-late-disp pic ZZZZ9 value zero.
       01 ws-stamped-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "OFFERNTC" to ws-runlock-job
           move "OFFERS" to ws-runlock-masters
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
           string function trim (ws-data-dir) "offers.dat"
             delimited by size into ws-path-offerfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "calendar.dat"
             delimited by size into ws-path-calfile
           string function trim (ws-data-dir) "offernotice.txt"
             delimited by size into ws-path-ntcrptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           move ws-system-date(1:8) to ws-today
           compute ws-today-int =
             function integer-of-date (function numval (ws-today))
           compute ws-week-ago-int = ws-today-int - 7
           move function date-of-integer (ws-week-ago-int) to
             ws-week-ago
           move ws-week-ago to ws-week-ago-text

           open output ntcrptfile
           move spaces to Ntcrpt-Text
           string "Offer notices not sent within one working day - "
             ws-display-date
             delimited by size into Ntcrpt-Text
           write Ntcrpt-Line
           move spaces to Ntcrpt-Text
           write Ntcrpt-Line

           move "0" to end-of-file
           open i-o offerfile
           if file-status not equal "35"
               perform until eof
                   read offerfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Offer-Notice-Raised is numeric
                               perform p310-consider-offer
                           end-if
                   end-read
               end-perform
           end-if
           close offerfile

           if ws-overdue-count equal zero and ws-late-count equal zero
               move "  No offer notices are overdue." to Ntcrpt-Text
               write Ntcrpt-Line
           end-if
           close ntcrptfile

           move "OFFER" to ws-audit-type
           move spaces to ws-audit-key
           move "NOTICERUN" to ws-audit-action
           perform p900-write-audit
           compute ws-joblog-count = ws-overdue-count + ws-late-count
           perform p940-log-job-end

           move ws-overdue-count to ws-count-disp
           move ws-late-count to ws-late-disp
           move ws-stamped-count to ws-stamped-disp
           display "Offer notice run complete - " ws-count-disp
             " overdue, " ws-late-disp " sent late, "
             ws-stamped-disp " newly dated.".

       p310-consider-offer.

      *  THE NOTICE IS DUE BY THE FIRST WORKING DAY AFTER THE DAY
      *  THE OFFER (OR COUNTER) WAS RAISED.
           compute ws-wd-int = function integer-of-date
             (function numval (Offer-Notice-Raised)) + 1
           perform p880-next-working-day
           move function date-of-integer (ws-wd-int) to ws-due-date
           move ws-due-date to ws-due-text

           if Offer-Notice-Sent equal spaces
               perform p320-refresh-notice-sent
           end-if

           move Offer-Vendor-Ack to ws-ack-text
           if ws-ack-text equal spaces
               move "none" to ws-ack-text
           end-if

           if Offer-Notice-Sent equal spaces
      *  A NOTICE FOR AN OFFER SINCE WITHDRAWN, REJECTED OR LAPSED
      *  NO LONGER NEEDS CHASING.
               move function upper-case (Offer-Status) to
                 ws-offer-status-uc
               if ws-offer-status-uc not equal "P" and
                 ws-offer-status-uc not equal "C" and
                 ws-offer-status-uc not equal "A"
                   exit paragraph
               end-if
               if ws-today not greater than ws-due-text
                   exit paragraph
               end-if
               add 1 to ws-overdue-count
               move spaces to Ntcrpt-Text
               string "  Offer " Offer-ID
                 " property " Offer-Property-ID
                 " raised " Offer-Notice-Raised
                 " due " ws-due-text
                 "  NOT SENT"
                 delimited by size into Ntcrpt-Text
               write Ntcrpt-Line
               exit paragraph
           end-if

           if Offer-Notice-Sent greater than ws-due-text and
             Offer-Notice-Sent not less than ws-week-ago-text
               add 1 to ws-late-count
               move spaces to Ntcrpt-Text
               string "  Offer " Offer-ID
                 " property " Offer-Property-ID
                 " raised " Offer-Notice-Raised
                 " due " ws-due-text
                 "  SENT LATE " Offer-Notice-Sent
                 "  vendor ack " ws-ack-text
                 delimited by size into Ntcrpt-Text
               write Ntcrpt-Line
           end-if.

       p320-refresh-notice-sent.

      *  THE NOTICE COUNTS AS SENT ONCE EVERY LETTER QUEUED FOR THE
      *  CURRENT NOTICE HAS BEEN PRINTED OR EMAILED; THE LAST ONE
      *  OUT DATES IT, AND THE DATE IS KEPT ON THE OFFER.
           move zero to ws-notice-items
           move zero to ws-notice-gone
           move spaces to ws-notice-last-sent
           move "0" to ws-comms-eof
           open input commsqfile
           if file-status = "35"
               move "1" to ws-comms-eof
           end-if
           perform until comms-eof
               read commsqfile next record
                   at end
                       move "1" to ws-comms-eof
                   not at end
                       if Comms-Type equal "OFFERNOTE" and
                         Comms-Doc-Ref equal Offer-ID and
                         Comms-Created(1:8) not less than
                         Offer-Notice-Raised
                           add 1 to ws-notice-items
                           if Comms-Sent not equal spaces and
                             not comms-queued and
                             not comms-at-gateway and
                             Comms-Status not equal "F" and
                             Comms-Status not equal "f"
                               add 1 to ws-notice-gone
                               if Comms-Sent(1:8) greater than
                                 ws-notice-last-sent
                                   move Comms-Sent(1:8) to
                                     ws-notice-last-sent
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close commsqfile
           if ws-notice-items greater than zero and
             ws-notice-gone equal ws-notice-items
               move ws-notice-last-sent to Offer-Notice-Sent
               rewrite Offer-Record
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-stamped-count
               end-rewrite
           end-if.

           copy "working-days.cpy".

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB OFFERNOTICE END " ws-system-date
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

       end program 644OfferNtc.
