       identification division.
       program-id. 123VatRate is recursive.

      *  VAT RATE TABLE MAINTENANCE - THE STANDARD RATE AND THE DATE
      *  EACH CHANGE TAKES EFFECT. EVERY INVOICE AND STATEMENT TAKES
      *  ITS RATE FROM HERE BY ITS TAX POINT DATE, SO A CHANGE IS
      *  KEYED ONCE, AHEAD OF THE DAY. A RATE ALREADY IN FORCE IS
      *  LEFT ALONE - DOCUMENTS HAVE BEEN RAISED AT IT - AND A
      *  CORRECTION IS A NEW ROW FROM A NEW DATE.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select vatratefile assign dynamic ws-path-vatratefile
              organization indexed
              access dynamic
              file status file-status
              record key Vatrate-Effective-Date OF Vatrate-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd vatratefile.
       copy "vatraterec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-vr-date pic x(8) value spaces.
       01 ws-vr-percent pic x(5) value spaces.
       01 ws-save-row PIC X(1) value "N".
         88 save-row value "Y" "y".
       01 ws-delete-row PIC X(1) value "N".
         88 delete-row value "Y" "y".
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
       01 ws-path-vatratefile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-vr-date-num pic 9(8) value zero.
       01 ws-vr-percent-num pic 9(2)v99 value zero.
       01 ws-vr-percent-disp pic Z9.99 value zero.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

      *  THE TABLE DRAWN ON SCREEN, MOST RECENT CHANGES LAST - IT
      *  ONLY EVER HOLDS A HANDFUL OF ROWS, SO THE OLDEST SCROLL OFF.
       01 ws-vr-draw.
         03 ws-vr-line occurs 8 times pic x(56).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-draw-count pic 9(4) value zero.
       01 ws-draw-line pic x(56) value spaces.

       Screen section.

       01 Vatrate-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  VAT RATES
         03 foreground-color 14 line 2 col 2 value
           "VAT RATE TABLE".
         03 line 4 col 2 value "Rates by effective date:".
         03 pic x(56) from ws-vr-line(1) line 5 col 4.
         03 pic x(56) from ws-vr-line(2) line 6 col 4.
         03 pic x(56) from ws-vr-line(3) line 7 col 4.
         03 pic x(56) from ws-vr-line(4) line 8 col 4.
         03 pic x(56) from ws-vr-line(5) line 9 col 4.
         03 pic x(56) from ws-vr-line(6) line 10 col 4.
         03 pic x(56) from ws-vr-line(7) line 11 col 4.
         03 pic x(56) from ws-vr-line(8) line 12 col 4.
         03 line 14 col 2 value "Effective from:[".
         03 pic x(8) using ws-vr-date highlight prompt " ".
         03 value "] YYYYMMDD".
         03 line 15 col 2 value "Rate percent:  [".
         03 pic x(5) using ws-vr-percent highlight prompt " ".
         03 value "] e.g. 20 or 17.5".
         03 line 17 col 2 value "Save row?:     [".
         03 pic x(1) using ws-save-row highlight prompt " ".
         03 value "]".
         03 line 17 col 30 value "Delete row?:   [".
         03 pic x(1) using ws-delete-row highlight prompt " ".
         03 value "] Future dates only".
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
           string function trim (ws-data-dir) "vatrates.dat"
             delimited by size into ws-path-vatratefile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p200-process.
           perform p210-getsystemdate
           perform p220-check-session-timeout.
           if session-logout
               move "1" to ws-done
               exit
           end-if
           perform p530-draw-table
           display Vatrate-screen
           accept Vatrate-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done and delete-row
               perform p240-delete-row
               move "N" to ws-delete-row
           else
           if not done and save-row
               perform p230-save-row
               move "N" to ws-save-row
           end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-save-row.
           perform p235-check-date
           if ws-error not equal spaces
               exit paragraph
           end-if
           if function trim (ws-vr-percent) equal spaces or
             function test-numval (ws-vr-percent) not equal zero
               move "Key the rate as a percentage, e.g. 20." to
                 ws-error
               exit paragraph
           end-if
           move function numval (ws-vr-percent) to ws-vr-percent-num
           if ws-vr-percent-num greater than 50
               move "A VAT rate over 50 pct is not accepted." to
                 ws-error
               exit paragraph
           end-if
           open i-o vatratefile
           if file-status = "35"
               close vatratefile
               open output vatratefile
               close vatratefile
               open i-o vatratefile
           end-if
           move "0" to invalid-data
           move ws-vr-date to Vatrate-Effective-Date
           read vatratefile
               invalid key
                   move "1" to invalid-data
           end-read
           move ws-vr-date to Vatrate-Effective-Date
           move ws-vr-percent-num to Vatrate-Percent
           move ws-session-user-id to Vatrate-Set-By
           move ws-system-date(1:8) to Vatrate-Set-Date
           if key-not-found
               write Vatrate-Record
                   invalid key
                       continue
               end-write
               move "CREATE" to ws-audit-action
           else
               rewrite Vatrate-Record
                   invalid key
                       continue
               end-rewrite
               move "UPDATE" to ws-audit-action
           end-if
           close vatratefile

           move "VATRATE" to ws-audit-type
           move ws-vr-date to ws-audit-key
           perform p900-write-audit

           move ws-vr-percent-num to ws-vr-percent-disp
           move ws-vr-percent-disp to ws-vr-percent
           move "VAT rate saved." to ws-error.

       p235-check-date.

      *  ONLY A DATE STILL TO COME MAY BE KEYED OR CHANGED - BEFORE
      *  THAT, INVOICES AND STATEMENTS HAVE ALREADY USED THE TABLE.
      *  THE EXCEPTION IS THE FIRST ROW ON AN EMPTY TABLE, WHICH
      *  RECORDS THE RATE ALREADY BEING CHARGED.
           move spaces to ws-error
           if ws-vr-date is not numeric
               move "Key the effective date as YYYYMMDD." to ws-error
               exit paragraph
           end-if
           move ws-vr-date to ws-vr-date-num
           if function test-date-yyyymmdd (ws-vr-date-num) not equal
             zero
               move "Key the effective date as YYYYMMDD." to ws-error
               exit paragraph
           end-if
           if ws-vr-date not greater than ws-system-date(1:8) and
             (ws-draw-count not equal zero or delete-row)
               move
                 "Rate already in force - key a new effective date."
                 to ws-error
           end-if.

       p240-delete-row.
           perform p235-check-date
           if ws-error not equal spaces
               exit paragraph
           end-if
           open i-o vatratefile
           if file-status = "35"
               move "No VAT rate for that date." to ws-error
               close vatratefile
               exit paragraph
           end-if
           move ws-vr-date to Vatrate-Effective-Date
           delete vatratefile record
               invalid key
                   move "No VAT rate for that date." to ws-error
               not invalid key
                   move "VAT rate deleted." to ws-error
                   move spaces to ws-vr-percent
                   move "VATRATE" to ws-audit-type
                   move ws-vr-date to ws-audit-key
                   move "DELETE" to ws-audit-action
                   perform p900-write-audit
           end-delete
           close vatratefile.

       p530-draw-table.
           move spaces to ws-vr-draw
           move zero to ws-draw-count
           move "0" to end-of-file
           open input vatratefile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read vatratefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p535-draw-one-row
               end-read
           end-perform
           close vatratefile
           if ws-draw-count equal zero
               move "  No rates keyed - 20.00 pct standard applies."
                 to ws-vr-line(1)
           end-if.

       p535-draw-one-row.
           add 1 to ws-draw-count
           if ws-draw-count greater than 8
               perform varying ws-draw-sub from 1 by 1
                 until ws-draw-sub greater than 7
                   move ws-vr-line(ws-draw-sub + 1) to
                     ws-vr-line(ws-draw-sub)
               end-perform
               move 8 to ws-draw-sub
           else
               move ws-draw-count to ws-draw-sub
           end-if
           move Vatrate-Percent to ws-vr-percent-disp
           move spaces to ws-draw-line
           string "  From " Vatrate-Effective-Date
             "  " ws-vr-percent-disp " pct  set by "
             Vatrate-Set-By " " Vatrate-Set-Date
             delimited by size into ws-draw-line
           move ws-draw-line to ws-vr-line(ws-draw-sub).

       p300-end.

           copy "menuoption.cpy".

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RATE CHANGE JUST
      *  PERFORMED - WHO DID IT, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 123VatRate.
