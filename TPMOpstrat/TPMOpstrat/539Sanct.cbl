       identification division.
       program-id. 539Sanct is recursive.

      *  SANCTIONS AND PEP REVIEW QUEUE. EVERY POSSIBLE MATCH RAISED
      *  BY THE SCREENING - ON THE CUSTOMER SCREEN, THE WEB LEAD
      *  IMPORT OR THE SCREENING RUN - WAITS HERE UNTIL A REVIEWER
      *  DECIDES IT: CONFIRMED AS THE LISTED PERSON, OR DISMISSED AS
      *  SOMEONE ELSE. THE DECISION, THE REVIEWER, THE DATE AND A
      *  NOTE OF WHY ARE KEPT ON THE MATCH AND AUDITED, AND THE
      *  CUSTOMER'S SCREENING STATUS FOLLOWS - A CONFIRMED MATCH
      *  BLOCKS COMPLETION OF A SALE THEY ARE PARTY TO. THE QUEUE
      *  SHOWS THE PENDING MATCHES IN CUSTOMER ORDER.
      *  ADMIN-ONLY - THE OPERATIONS MENU GATES ENTRY.

       environment division.

       configuration section.
       input-output section.

       file-control.
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

              select jrnlfile assign dynamic ws-path-jrnlfile
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

       fd jrnlfile.
       copy "jrnlrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-hit-cust-id pic x(10) value spaces.
       01 ws-hit-entry-id pic x(12) value spaces.
       01 ws-hit-loaded-key pic x(22) value spaces.
       01 ws-hit-cust-name pic x(30) value spaces.
       01 ws-hit-cust-postcode pic x(10) value spaces.
       01 ws-hit-listed-name pic x(40) value spaces.
       01 ws-hit-type pic x(1) value spaces.
       01 ws-hit-detail pic x(40) value spaces.
       01 ws-hit-score pic ZZ9 value zero.
       01 ws-hit-found pic x(8) value spaces.
       01 ws-hit-list-date pic x(8) value spaces.
       01 ws-hit-status pic x(1) value spaces.
       01 ws-hit-reviewer pic x(10) value spaces.
       01 ws-hit-reviewed pic x(8) value spaces.
       01 ws-hit-decision pic x(1) value spaces.
         88 valid-hit-decision value "C" "D".
       01 ws-hit-note pic x(40) value spaces.
       01 ws-save-decision PIC X(1) value "N".
         88 save-decision value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-error pic x(70) VALUE spaces.

       copy "system-date-variables.cpy".

       copy "session-timeout-variables.cpy".

       copy "session-record.cpy".

       01 ws-done pic x(1) value "0".
         88 done value "1".
       01 end-of-file pic x value "0".
         88 eof value "1".

       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-sanctlistfile pic x(60) value spaces.
       01 ws-path-sanhitfile pic x(60) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "journal-variables.cpy".

       copy "sanctions-screen-variables.cpy".

      *  THE REVIEW QUEUE DRAWN ON SCREEN - PENDING MATCHES WITH
      *  THE CUSTOMER, THE LIST ENTRY AND ITS SCORE.
       01 ws-q-draw.
         03 ws-q-line occurs 7 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-q-pending pic 9(5) value zero.
       01 ws-q-pending-disp pic ZZZZ9 value zero.
       01 ws-q-score pic ZZ9 value zero.
       01 ws-q-name pic x(20) value spaces.

       Screen section.

       01 Sanct-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  SANCTIONS AND PEP REVIEW
         03 foreground-color 14 line 2 col 2 value
           "SANCTIONS / PEP REVIEW - ADMIN ONLY".
         03 line 3 col 2 value "Matches awaiting review:".
         03 pic ZZZZ9 from ws-q-pending-disp line 3 col 27.
         03 pic x(76) from ws-q-line(1) line 4 col 3.
         03 pic x(76) from ws-q-line(2) line 5 col 3.
         03 pic x(76) from ws-q-line(3) line 6 col 3.
         03 pic x(76) from ws-q-line(4) line 7 col 3.
         03 pic x(76) from ws-q-line(5) line 8 col 3.
         03 pic x(76) from ws-q-line(6) line 9 col 3.
         03 pic x(76) from ws-q-line(7) line 10 col 3.
         03 line 12 col 2 value "Customer: [".
         03 pic x(10) using ws-hit-cust-id highlight prompt " ".
         03 value "]  List entry: [".
         03 pic x(12) using ws-hit-entry-id highlight prompt " ".
         03 value "]".
         03 line 13 col 2 value "Customer name: ".
         03 pic x(30) from ws-hit-cust-name.
         03 value "  Postcode: ".
         03 pic x(10) from ws-hit-cust-postcode.
         03 line 14 col 2 value "Listed as:     ".
         03 pic x(40) from ws-hit-listed-name.
         03 value "  Type S/P: ".
         03 pic x(1) from ws-hit-type.
         03 line 15 col 2 value "Detail:        ".
         03 pic x(40) from ws-hit-detail.
         03 value "  Score: ".
         03 pic ZZ9 from ws-hit-score.
         03 line 16 col 2 value "Found: ".
         03 pic x(8) from ws-hit-found.
         03 value "  List dated: ".
         03 pic x(8) from ws-hit-list-date.
         03 value "  Status: ".
         03 pic x(1) from ws-hit-status.
         03 value "  By: ".
         03 pic x(10) from ws-hit-reviewer.
         03 value " ".
         03 pic x(8) from ws-hit-reviewed.
         03 line 18 col 2 value "Decision: [".
         03 pic x(1) using ws-hit-decision highlight prompt " ".
         03 value "] C=Confirmed match  D=Dismissed - not this"
           & " person".
         03 line 19 col 2 value "Reason: [".
         03 pic x(40) using ws-hit-note highlight prompt " ".
         03 value "]  Save decision?: [".
         03 pic x(1) using ws-save-decision highlight prompt " ".
         03 value "]".
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".

       procedure division.

       MAIN section.
           perform until session-logout
               perform p100-setup
               perform p200-process until done
               perform p300-end
           end-perform
           goback.

       PROCS section.

       p100-setup.
           move spaces to ws-error.
           move "0" to ws-done.
           move spaces to user-option.
           perform p110-resolve-file-paths.

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
           string function trim (ws-data-dir) "journal.log"
             delimited by size into ws-path-jrnlfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p200-process.
           perform p210-getsystemdate
           perform p220-check-session-timeout.
           if session-logout
               move "1" to ws-done
               exit
           end-if
           perform p530-draw-review-queue
           display Sanct-screen
           accept Sanct-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done
               evaluate TRUE
                   when save-decision
                       perform p250-save-decision
                       move "N" to ws-save-decision
                   when ws-hit-cust-id not equal spaces
                       perform p240-read-match
                   when other
                       continue
               end-evaluate
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p240-read-match.
           move "0" to invalid-data
           open input sanhitfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-hit-cust-id to Sanhit-Cust-ID
           move ws-hit-entry-id to Sanhit-Entry-ID
           read sanhitfile
               invalid key
                   move "1" to invalid-data
           end-read
           close sanhitfile
           if key-not-found
               move "No such match on the review queue." to ws-error
               move spaces to ws-hit-loaded-key
               exit paragraph
           end-if
           move Sanhit-Key to ws-hit-loaded-key
           move Sanhit-Listed-Name to ws-hit-listed-name
           move Sanhit-Type to ws-hit-type
           move Sanhit-Detail to ws-hit-detail
           move Sanhit-Score to ws-hit-score
           move Sanhit-Found to ws-hit-found
           move Sanhit-List-Date to ws-hit-list-date
           move Sanhit-Status to ws-hit-status
           move Sanhit-Reviewer to ws-hit-reviewer
           move Sanhit-Reviewed to ws-hit-reviewed
           move Sanhit-Note to ws-hit-note
           move spaces to ws-hit-decision
           if not sanhit-is-pending
               move Sanhit-Status to ws-hit-decision
           end-if

           move spaces to ws-hit-cust-name
           move spaces to ws-hit-cust-postcode
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-hit-cust-id to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if not key-not-found
               move cust-name of custrec to ws-hit-cust-name
               move cust-postcode of custrec to ws-hit-cust-postcode
           end-if
           move "Match retrieved." to ws-error.

       p250-save-decision.

      *  THE DECISION APPLIES TO THE MATCH LAST RETRIEVED; A CHANGE
      *  OF MIND IS ALLOWED AND IS RECORDED THE SAME WAY, SO THE
      *  AUDIT TRAIL SHOWS EVERY DECISION IN TURN.
           move function upper-case (ws-hit-decision) to
             ws-hit-decision
           if ws-hit-loaded-key equal spaces or
             ws-hit-loaded-key (1:10) not equal ws-hit-cust-id or
             ws-hit-loaded-key (11:12) not equal ws-hit-entry-id
               move "Retrieve the match before deciding it." to
                 ws-error
               exit paragraph
           end-if
           if not valid-hit-decision
               move "Decision must be C (confirmed) or D"
                 & " (dismissed)." to ws-error
               exit paragraph
           end-if
           if ws-hit-note equal spaces
               move "Key the reason for the decision." to ws-error
               exit paragraph
           end-if

           open i-o sanhitfile
           move ws-hit-cust-id to Sanhit-Cust-ID
           move ws-hit-entry-id to Sanhit-Entry-ID
           read sanhitfile
               invalid key
                   move "Match not found." to ws-error
                   close sanhitfile
                   exit paragraph
           end-read
           move ws-hit-decision to Sanhit-Status
           move ws-session-user-id to Sanhit-Reviewer
           move ws-system-date(1:8) to Sanhit-Reviewed
           move ws-hit-note to Sanhit-Note
           rewrite Sanhit-Record
               invalid key
                   continue
           end-rewrite
           move ws-hit-cust-id to ws-scr-cust-id
           perform p936-derive-screen-status
           close sanhitfile

           move ws-hit-decision to ws-hit-status
           move ws-session-user-id to ws-hit-reviewer
           move ws-system-date(1:8) to ws-hit-reviewed
           perform p260-update-customer-status

           move "SANCTION" to ws-audit-type
           move ws-hit-cust-id to ws-audit-key
           if ws-hit-decision equal "C"
               move "CONFIRM" to ws-audit-action
               move "Match confirmed - completion is now blocked for"
                 & " this customer." to ws-error
           else
               move "DISMISS" to ws-audit-action
               move "Match dismissed." to ws-error
           end-if
           perform p900-write-audit.

       p260-update-customer-status.
           open i-o custfile
           if file-status = "35"
               close custfile
               exit paragraph
           end-if
           move ws-hit-cust-id to cust-id of custrec
           read custfile
               invalid key
                   close custfile
                   exit paragraph
           end-read
           move ws-scr-status to cust-screen-status of custrec
           rewrite custrec
               invalid key
                   continue
               not invalid key
                   move "CUSTOMERS" to ws-jrnl-file
                   move "R" to ws-jrnl-action
                   move ws-hit-cust-id to ws-jrnl-key
                   move custrec to ws-jrnl-data
                   perform p906-write-journal
           end-rewrite
           close custfile.

       p300-end.

           copy "menuoption.cpy".

       p530-draw-review-queue.

      *  PENDING MATCHES IN CUSTOMER ORDER, AS MANY AS FIT, WITH
      *  THE TOTAL STILL WAITING ABOVE THEM.
           move spaces to ws-q-draw
           move zero to ws-draw-sub
           move zero to ws-q-pending
           move "0" to end-of-file
           open input sanhitfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           open input custfile
           perform until eof
               read sanhitfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if sanhit-is-pending
                           add 1 to ws-q-pending
                           if ws-draw-sub less than 7
                               perform p535-queue-one-match
                           end-if
                       end-if
               end-read
           end-perform
           close custfile
           close sanhitfile
           move ws-q-pending to ws-q-pending-disp.

       p535-queue-one-match.
           move spaces to ws-q-name
           move Sanhit-Cust-ID to cust-id of custrec
           read custfile
               invalid key
                   continue
               not invalid key
                   move cust-name of custrec to ws-q-name
           end-read
           add 1 to ws-draw-sub
           move Sanhit-Score to ws-q-score
           move spaces to ws-q-line(ws-draw-sub)
           string Sanhit-Cust-ID " " ws-q-name " "
             Sanhit-Entry-ID " " Sanhit-Type " "
             Sanhit-Listed-Name (1:22) " " ws-q-score
             delimited by size into ws-q-line(ws-draw-sub).

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR EACH DECISION - WHO
      *  MADE IT, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "write-journal.cpy".

           copy "sanctions-screen.cpy".

       end program 539Sanct.
