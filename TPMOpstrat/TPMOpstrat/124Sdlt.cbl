       identification division.
       program-id. 124Sdlt is recursive.

      *  STAMP DUTY BAND TABLE MAINTENANCE - THE SDLT BANDS, THE
      *  FIRST-TIME BUYER RELIEF AND THE ADDITIONAL PROPERTY AND
      *  NON-RESIDENT SURCHARGES, EACH FROM THE DATE IT TAKES
      *  EFFECT. THE OFFER SCREEN, THE OFFER COMPARISON AND THE
      *  MEMORANDUM OF SALE ALL ESTIMATE THE BUYER'S STAMP DUTY
      *  FROM HERE, SO A BUDGET CHANGE IS KEYED ONCE AS A NEW SET OF
      *  ROWS FROM ITS START DATE. BANDS ALREADY IN FORCE ARE LEFT
      *  ALONE, EXCEPT WHILE THE VERY FIRST SET IS BEING KEYED.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select sdltbandfile assign dynamic ws-path-sdltbandfile
              organization indexed
              access dynamic
              file status file-status
              record key Sdltband-Key OF Sdltband-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd sdltbandfile.
       copy "sdltbandrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-sb-date pic x(8) value spaces.
       01 ws-sb-scheme pic x(1) value spaces.
         88 valid-sb-scheme value "S" "F" "A" "N".
       01 ws-sb-lower pic x(9) value spaces.
       01 ws-sb-percent pic x(5) value spaces.
       01 ws-sb-cap pic x(9) value spaces.
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
       01 ws-path-sdltbandfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-sb-date-num pic 9(8) value zero.
       01 ws-sb-lower-num pic 9(9) value zero.
       01 ws-sb-cap-num pic 9(9) value zero.
       01 ws-sb-percent-num pic 9(2)v99 value zero.
       01 ws-sb-percent-disp pic Z9.99 value zero.
       01 ws-sb-amount-disp pic ZZZ,ZZZ,ZZ9 value zero.
       01 ws-sb-cap-disp pic ZZZ,ZZZ,ZZ9 value zero.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

      *  THE TABLE DRAWN ON SCREEN, MOST RECENT SETS LAST - OLDER
      *  ROWS SCROLL OFF THE TOP. ROWS FROM ANY DATE OTHER THAN THE
      *  ONE BEING KEYED ARE COUNTED, SO THE FIRST SET CAN BE KEYED
      *  BACK-DATED BUT NOTHING AFTER IT CAN.
       01 ws-sb-draw.
         03 ws-sb-line occurs 12 times pic x(70).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-draw-count pic 9(4) value zero.
       01 ws-other-date-count pic 9(4) value zero.
       01 ws-draw-line pic x(70) value spaces.

       Screen section.

       01 Sdltband-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  STAMP DUTY BANDS
         03 foreground-color 14 line 2 col 2 value
           "STAMP DUTY BAND TABLE".
         03 line 3 col 2 value
           "Bands: S=Standard F=First-time buyer A=Additional"
           & " N=Non-resident".
         03 pic x(70) from ws-sb-line(1) line 4 col 4.
         03 pic x(70) from ws-sb-line(2) line 5 col 4.
         03 pic x(70) from ws-sb-line(3) line 6 col 4.
         03 pic x(70) from ws-sb-line(4) line 7 col 4.
         03 pic x(70) from ws-sb-line(5) line 8 col 4.
         03 pic x(70) from ws-sb-line(6) line 9 col 4.
         03 pic x(70) from ws-sb-line(7) line 10 col 4.
         03 pic x(70) from ws-sb-line(8) line 11 col 4.
         03 pic x(70) from ws-sb-line(9) line 12 col 4.
         03 pic x(70) from ws-sb-line(10) line 13 col 4.
         03 pic x(70) from ws-sb-line(11) line 14 col 4.
         03 pic x(70) from ws-sb-line(12) line 15 col 4.
         03 line 16 col 2 value "Effective from:[".
         03 pic x(8) using ws-sb-date highlight prompt " ".
         03 value "] YYYYMMDD".
         03 line 16 col 40 value "Scheme:       [".
         03 pic x(1) using ws-sb-scheme highlight prompt " ".
         03 value "] S/F/A/N".
         03 line 17 col 2 value "Band above:    [".
         03 pic x(9) using ws-sb-lower highlight prompt " ".
         03 value "] pounds".
         03 line 17 col 40 value "Rate percent: [".
         03 pic x(5) using ws-sb-percent highlight prompt " ".
         03 value "] e.g. 5 or 2.5".
         03 line 18 col 2 value "FTB price cap: [".
         03 pic x(9) using ws-sb-cap highlight prompt " ".
         03 value "] first-time buyer rows only".
         03 line 19 col 2 value "Save row?:     [".
         03 pic x(1) using ws-save-row highlight prompt " ".
         03 value "]".
         03 line 19 col 30 value "Delete row?:   [".
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
           string function trim (ws-data-dir) "sdltbands.dat"
             delimited by size into ws-path-sdltbandfile
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
           display Sdltband-screen
           accept Sdltband-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           move function upper-case (ws-sb-scheme) to ws-sb-scheme
           perform p530-draw-table
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
           perform p235-check-key
           if ws-error not equal spaces
               exit paragraph
           end-if
           if function trim (ws-sb-percent) equal spaces or
             function test-numval (ws-sb-percent) not equal zero
               move "Key the rate as a percentage, e.g. 5." to
                 ws-error
               exit paragraph
           end-if
           move function numval (ws-sb-percent) to ws-sb-percent-num
           if ws-sb-percent-num greater than 50
               move "A stamp duty rate over 50 pct is not accepted."
                 to ws-error
               exit paragraph
           end-if
           move zero to ws-sb-cap-num
           if function trim (ws-sb-cap) not equal spaces
               if function test-numval (ws-sb-cap) not equal zero
                   move "Key the price cap in whole pounds." to
                     ws-error
                   exit paragraph
               end-if
               move function numval (ws-sb-cap) to ws-sb-cap-num
           end-if
           if ws-sb-scheme equal "F" and ws-sb-cap-num equal zero
               move "A first-time buyer row needs the price cap."
                 to ws-error
               exit paragraph
           end-if
           if ws-sb-scheme not equal "F"
               move zero to ws-sb-cap-num
           end-if
           open i-o sdltbandfile
           if file-status = "35"
               close sdltbandfile
               open output sdltbandfile
               close sdltbandfile
               open i-o sdltbandfile
           end-if
           move "0" to invalid-data
           perform p236-move-key
           read sdltbandfile
               invalid key
                   move "1" to invalid-data
           end-read
           perform p236-move-key
           move ws-sb-percent-num to Sdltband-Percent
           move ws-sb-cap-num to Sdltband-Max-Price
           move ws-session-user-id to Sdltband-Set-By
           move ws-system-date(1:8) to Sdltband-Set-Date
           if key-not-found
               write Sdltband-Record
                   invalid key
                       continue
               end-write
               move "CREATE" to ws-audit-action
           else
               rewrite Sdltband-Record
                   invalid key
                       continue
               end-rewrite
               move "UPDATE" to ws-audit-action
           end-if
           close sdltbandfile

           move "SDLTBAND" to ws-audit-type
           perform p237-audit-key
           perform p900-write-audit

           move ws-sb-percent-num to ws-sb-percent-disp
           move ws-sb-percent-disp to ws-sb-percent
           move "Stamp duty band saved." to ws-error.

       p235-check-key.

      *  ONLY A DATE STILL TO COME MAY BE KEYED OR CHANGED - BEFORE
      *  THAT, OFFERS AND MEMORANDA HAVE ALREADY QUOTED FROM THE
      *  TABLE. THE EXCEPTION IS THE FIRST SET ON AN EMPTY TABLE,
      *  WHICH RECORDS THE BANDS ALREADY IN FORCE.
           move spaces to ws-error
           if ws-sb-date is not numeric
               move "Key the effective date as YYYYMMDD." to ws-error
               exit paragraph
           end-if
           move ws-sb-date to ws-sb-date-num
           if function test-date-yyyymmdd (ws-sb-date-num) not equal
             zero
               move "Key the effective date as YYYYMMDD." to ws-error
               exit paragraph
           end-if
           if not valid-sb-scheme
               move "Scheme must be S, F, A or N." to ws-error
               exit paragraph
           end-if
           if function trim (ws-sb-lower) equal spaces
               move "0" to ws-sb-lower
           end-if
           if function test-numval (ws-sb-lower) not equal zero
               move "Key the band start in whole pounds." to ws-error
               exit paragraph
           end-if
           move function numval (ws-sb-lower) to ws-sb-lower-num
           if ws-sb-date not greater than ws-system-date(1:8) and
             ws-other-date-count not equal zero
               move
                 "Bands already in force - key a new effective date."
                 to ws-error
           end-if.

       p236-move-key.
           move ws-sb-date to Sdltband-Effective-Date
           move ws-sb-scheme to Sdltband-Scheme
           move ws-sb-lower-num to Sdltband-Lower.

       p237-audit-key.

      *  THE AUDIT KEY HOLDS THE DATE AND SCHEME - THE BAND START IS
      *  ON THE ROW ITSELF.
           move spaces to ws-audit-key
           string ws-sb-date ws-sb-scheme
             delimited by size into ws-audit-key.

       p240-delete-row.
           perform p235-check-key
           if ws-error not equal spaces
               exit paragraph
           end-if
           open i-o sdltbandfile
           if file-status = "35"
               move "No stamp duty band with that key." to ws-error
               close sdltbandfile
               exit paragraph
           end-if
           perform p236-move-key
           delete sdltbandfile record
               invalid key
                   move "No stamp duty band with that key." to
                     ws-error
               not invalid key
                   move "Stamp duty band deleted." to ws-error
                   move spaces to ws-sb-percent ws-sb-cap
                   move "SDLTBAND" to ws-audit-type
                   perform p237-audit-key
                   move "DELETE" to ws-audit-action
                   perform p900-write-audit
           end-delete
           close sdltbandfile.

       p530-draw-table.
           move spaces to ws-sb-draw
           move zero to ws-draw-count ws-other-date-count
           move "0" to end-of-file
           open input sdltbandfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read sdltbandfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       perform p535-draw-one-row
               end-read
           end-perform
           close sdltbandfile
           if ws-draw-count equal zero
               move
                 "  No bands keyed - offers show the estimate as n/a."
                 to ws-sb-line(1)
           end-if.

       p535-draw-one-row.
           if Sdltband-Effective-Date not equal ws-sb-date
               add 1 to ws-other-date-count
           end-if
           add 1 to ws-draw-count
           if ws-draw-count greater than 12
               perform varying ws-draw-sub from 1 by 1
                 until ws-draw-sub greater than 11
                   move ws-sb-line(ws-draw-sub + 1) to
                     ws-sb-line(ws-draw-sub)
               end-perform
               move 12 to ws-draw-sub
           else
               move ws-draw-count to ws-draw-sub
           end-if
           move Sdltband-Percent to ws-sb-percent-disp
           move Sdltband-Lower to ws-sb-amount-disp
           move spaces to ws-draw-line
           if Sdltband-Scheme equal "F"
               move Sdltband-Max-Price to ws-sb-cap-disp
               string "  From " Sdltband-Effective-Date " "
                 Sdltband-Scheme " above " ws-sb-amount-disp " "
                 ws-sb-percent-disp " pct  cap " ws-sb-cap-disp
                 "  " Sdltband-Set-By
                 delimited by size into ws-draw-line
           else
               string "  From " Sdltband-Effective-Date " "
                 Sdltband-Scheme " above " ws-sb-amount-disp " "
                 ws-sb-percent-disp " pct                  "
                 "  " Sdltband-Set-By
                 delimited by size into ws-draw-line
           end-if
           move ws-draw-line to ws-sb-line(ws-draw-sub).

       p300-end.

           copy "menuoption.cpy".

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE BAND CHANGE JUST
      *  PERFORMED - WHO DID IT, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 124Sdlt.
