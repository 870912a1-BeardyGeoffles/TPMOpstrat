       identification division.
       program-id. 122Travel is recursive.

      *  DISTRICT-TO-DISTRICT TRAVEL TIMES. MAINTAINS THE USUAL
      *  DRIVING TIME BETWEEN TWO POSTCODE DISTRICTS THAT THE DAY
      *  PLANNER USES TO ROUTE A NEGOTIATOR'S VISITS AND TO WARN
      *  WHEN A NEW VIEWING SLOT CANNOT BE REACHED FROM THE ONE
      *  BEFORE. ONE MAPPING SERVES BOTH DIRECTIONS; PAIRS NOT ON
      *  FILE FALL BACK TO THE STANDARD ALLOWANCES.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select travelfile assign dynamic ws-path-travelfile
              organization indexed
              access dynamic
              file status file-status
              record key Travel-Key OF Travel-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd travelfile.
       copy "travelrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-travel-from pic x(4) value spaces.
       01 ws-travel-to pic x(4) value spaces.
       01 ws-travel-minutes pic x(3) value spaces.
       01 ws-save-changes PIC X(1) value "N".
         88 save-changes value "Y" "y".
       01 ws-delete-travel PIC X(1) value "N".
         88 delete-travel value "Y" "y".
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

       01 ws-travel-found pic x(1) value "N".
         88 travel-found value "Y".

       01 file-status pic xx.
       01 ws-path-travelfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-minutes pic 9(3) value zero.
       01 ws-travel-filed-key.
         03 ws-travel-filed-from pic x(4) value spaces.
         03 ws-travel-filed-to pic x(4) value spaces.
       01 ws-travel-filed-mins pic 9(3) value zero.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

       01 ws-travel-list-count pic 9(2) value zero.
       01 ws-travel-list-idx pic 9(2) value zero.
       01 ws-travel-list-table.
         03 ws-travel-list-line occurs 10 times.
           05 ws-list-travel-from pic x(4).
           05 ws-list-travel-to pic x(4).
           05 ws-list-travel-mins pic x(3).

       Screen section.

       01 Travel-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  TRAVEL TIMES
         03 foreground-color 14 line 2 col 2 value
           "DISTRICT TRAVEL TIMES".
         03 line 6 col 2 value "From district:    [".
         03 pic x(4) using ws-travel-from highlight prompt " ".
         03 value "]   Outward code, e.g. SW1A or M1".
         03 line 7 col 2 value "To district:      [".
         03 pic x(4) using ws-travel-to highlight prompt " ".
         03 value "]".
         03 line 8 col 2 value "Travel minutes:   [".
         03 pic x(3) using ws-travel-minutes highlight prompt " ".
         03 value "]   Either direction".
         03 line 10 col 2 value "Save changes?:    [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
         03 line 10 col 30 value "Delete mapping?: [".
         03 pic x(1) using ws-delete-travel highlight prompt " ".
         03 value "]".
         03 line 12 col 2 value "Current travel times:".
         03 pic x(4) from ws-list-travel-from (1) line 13 col 2.
         03 pic x(4) from ws-list-travel-to (1) line 13 col 8.
         03 pic x(3) from ws-list-travel-mins (1) line 13 col 14.
         03 pic x(4) from ws-list-travel-from (2) line 14 col 2.
         03 pic x(4) from ws-list-travel-to (2) line 14 col 8.
         03 pic x(3) from ws-list-travel-mins (2) line 14 col 14.
         03 pic x(4) from ws-list-travel-from (3) line 15 col 2.
         03 pic x(4) from ws-list-travel-to (3) line 15 col 8.
         03 pic x(3) from ws-list-travel-mins (3) line 15 col 14.
         03 pic x(4) from ws-list-travel-from (4) line 16 col 2.
         03 pic x(4) from ws-list-travel-to (4) line 16 col 8.
         03 pic x(3) from ws-list-travel-mins (4) line 16 col 14.
         03 pic x(4) from ws-list-travel-from (5) line 17 col 2.
         03 pic x(4) from ws-list-travel-to (5) line 17 col 8.
         03 pic x(3) from ws-list-travel-mins (5) line 17 col 14.
         03 pic x(4) from ws-list-travel-from (6) line 13 col 25.
         03 pic x(4) from ws-list-travel-to (6) line 13 col 31.
         03 pic x(3) from ws-list-travel-mins (6) line 13 col 37.
         03 pic x(4) from ws-list-travel-from (7) line 14 col 25.
         03 pic x(4) from ws-list-travel-to (7) line 14 col 31.
         03 pic x(3) from ws-list-travel-mins (7) line 14 col 37.
         03 pic x(4) from ws-list-travel-from (8) line 15 col 25.
         03 pic x(4) from ws-list-travel-to (8) line 15 col 31.
         03 pic x(3) from ws-list-travel-mins (8) line 15 col 37.
         03 pic x(4) from ws-list-travel-from (9) line 16 col 25.
         03 pic x(4) from ws-list-travel-to (9) line 16 col 31.
         03 pic x(3) from ws-list-travel-mins (9) line 16 col 37.
         03 pic x(4) from ws-list-travel-from (10) line 17 col 25.
         03 pic x(4) from ws-list-travel-to (10) line 17 col 31.
         03 pic x(3) from ws-list-travel-mins (10) line 17 col 37.
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
           string function trim (ws-data-dir) "traveltimes.dat"
             delimited by size into ws-path-travelfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p200-process.
           perform p210-getsystemdate
           perform p220-check-session-timeout.
           if session-logout
               move "1" to ws-done
               exit
           end-if
           perform p540-list-travel-times
           display Travel-screen
           accept Travel-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done and ws-travel-from not equal spaces and
             ws-travel-to not equal spaces
               move function upper-case (ws-travel-from) to
                 ws-travel-from
               move function upper-case (ws-travel-to) to
                 ws-travel-to
               evaluate TRUE
                   when delete-travel
                       perform p260-delete-travel
                       move "N" to ws-delete-travel
                   when save-changes
                       if function trim (ws-travel-minutes) is
                         numeric
                           perform p250-save-travel
                       else
                           move
                             "Enter the travel time in minutes." to
                             ws-error
                       end-if
                       move "N" to ws-save-changes
                   when other
                       perform p240-read-travel
               end-evaluate
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p240-read-travel.

      *  A MAPPING KEYED THE OTHER WAY ROUND IS THE SAME MAPPING -
      *  SHOW IT UNDER THE ORDER IT WAS FILED IN.
           perform p245-check-travel-exists
           if travel-found
               move ws-travel-filed-from to ws-travel-from
               move ws-travel-filed-to to ws-travel-to
               move ws-travel-filed-mins to ws-travel-minutes
               move "Travel time retrieved." to ws-error
           else
               move spaces to ws-travel-minutes
               move
                 "No travel time for that pair - key minutes and"
                 & " save." to ws-error
           end-if.

       p250-save-travel.

      *  WRITE-OR-REWRITE - THE FIRST SAVE FOR A PAIR CREATES THE
      *  MAPPING, EVERY LATER SAVE (EITHER WAY ROUND) UPDATES IT.
           move function trim (ws-travel-minutes) to
             ws-numeric-minutes
           perform p245-check-travel-exists
           if travel-found
               move ws-travel-filed-from to ws-travel-from
               move ws-travel-filed-to to ws-travel-to
           end-if
           open i-o travelfile
           if file-status = "35"
               close travelfile
               open output travelfile
               close travelfile
               open i-o travelfile
           end-if
           move ws-travel-from to Travel-From
           move ws-travel-to to Travel-To
           move ws-numeric-minutes to Travel-Minutes
           move Travel-Minutes to ws-travel-minutes
           if travel-found
               rewrite Travel-Record
                   invalid key
                       move "Travel time not found." to ws-error
                       close travelfile
                   not invalid key
                       move "Travel time updated." to ws-error
                       perform p990-check-file-status
                       close travelfile
                       move "TRAVEL" to ws-audit-type
                       move Travel-Key to ws-audit-key
                       move "UPDATE" to ws-audit-action
                       perform p900-write-audit
               end-rewrite
           else
               write Travel-Record
                   invalid key
                       move "Travel time already exists." to
                         ws-error
                       close travelfile
                   not invalid key
                       move "Y" to ws-travel-found
                       move "Travel time created." to ws-error
                       perform p990-check-file-status
                       close travelfile
                       move "TRAVEL" to ws-audit-type
                       move Travel-Key to ws-audit-key
                       move "CREATE" to ws-audit-action
                       perform p900-write-audit
               end-write
           end-if.

       p245-check-travel-exists.
           move "N" to ws-travel-found
           move "0" to invalid-data
           open input travelfile
           if file-status = "35"
               move "1" to invalid-data
           else
               move ws-travel-from to Travel-From
               move ws-travel-to to Travel-To
               read travelfile
                   invalid key
                       move ws-travel-to to Travel-From
                       move ws-travel-from to Travel-To
                       read travelfile
                           invalid key
                               move "1" to invalid-data
                       end-read
               end-read
           end-if
           if not key-not-found
               move "Y" to ws-travel-found
               move Travel-Key to ws-travel-filed-key
               move Travel-Minutes to ws-travel-filed-mins
           end-if
           close travelfile.

       p260-delete-travel.
           perform p245-check-travel-exists
           if not travel-found
               move "Travel time not found." to ws-error
               exit paragraph
           end-if
           open i-o travelfile
           move ws-travel-filed-key to Travel-Key
           delete travelfile record
               invalid key
                   move "Travel time not found." to ws-error
               not invalid key
                   move "Travel time deleted." to ws-error
                   move spaces to ws-travel-minutes
                   move "TRAVEL" to ws-audit-type
                   move ws-travel-filed-key to ws-audit-key
                   move "DELETE" to ws-audit-action
                   perform p900-write-audit
           end-delete
           close travelfile.

       p300-end.

           copy "menuoption.cpy".

       p540-list-travel-times.

      *  FILLS THE ON-SCREEN TABLE WITH THE FIRST MAPPINGS IN
      *  DISTRICT ORDER SO THE TABLE IS VISIBLE WHILE EDITING.
           move zero to ws-travel-list-count
           move spaces to ws-travel-list-table
           move "0" to end-of-file
           open input travelfile
           if file-status not equal "35"
               perform until eof
                   read travelfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if ws-travel-list-count < 10
                               add 1 to ws-travel-list-count
                               move ws-travel-list-count to
                                 ws-travel-list-idx
                               move Travel-From to
                                 ws-list-travel-from
                                 (ws-travel-list-idx)
                               move Travel-To to
                                 ws-list-travel-to
                                 (ws-travel-list-idx)
                               move Travel-Minutes to
                                 ws-list-travel-mins
                                 (ws-travel-list-idx)
                           end-if
               end-perform
           end-if
           close travelfile.

       p990-check-file-status.

      *  SURFACES AND LOGS ANY FILE-STATUS CODE OTHER THAN SUCCESS
      *  (00), END OF FILE (10) OR NOT-FOUND-ON-FIRST-OPEN (35)
      *  INSTEAD OF SILENTLY CARRYING ON.
           move file-status to ws-fileio-last-status
           if ws-fileio-last-status not equal "00" and
             ws-fileio-last-status not equal "10" and
             ws-fileio-last-status not equal "35"
               string "File I/O error, status " ws-fileio-last-status
                 delimited by size into ws-error
               move "SYSTEM" to ws-audit-type
               move ws-fileio-last-status to ws-audit-key
               move "FILE-ERR" to ws-audit-action
               perform p900-write-audit
           end-if.

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE CREATE/UPDATE/
      *  DELETE JUST PERFORMED - WHO DID IT, TO WHAT RECORD, AND
      *  WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 122Travel.
