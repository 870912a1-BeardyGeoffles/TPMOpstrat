       identification division.
       program-id. 327RentSusp is recursive.

      *  RENT SUSPENSE - THE STATEMENT CREDITS THE RENT RECEIPT
      *  IMPORT COULD NOT PLACE WITH CONFIDENCE, OLDEST FIRST WITH
      *  THE REASON EACH WAS HELD. THE LETTINGS DESK KEYS THE
      *  SUSPENSE REFERENCE AND THE TENANCY IT BELONGS TO (AND A
      *  RENT ROW, WHEN IT SHOULD NOT GO TO THE OLDEST OPEN ONE) AND
      *  THE CREDIT IS POSTED EXACTLY AS THE RENT SCREEN POSTS A
      *  RECEIPT, THE SUSPENSE ROW MARKED ALLOCATED WITH WHO DID IT
      *  AND WHEN. REACHED FROM THE RENT LEDGER SCREEN. A CREDIT
      *  BIGGER THAN ONE ROW OWES IS SPREAD OLDEST-FIRST ACROSS THE
      *  TENANCY'S ROWS STILL OWING, NO ROW PAID BEYOND WHAT IT
      *  OWES; ANY REMAINDER STAYS IN SUSPENSE AS A NEW ROW.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select rentimpfile assign dynamic ws-path-rentimpfile
              organization indexed
              access dynamic
              file status file-status
              record key Rimp-ID OF Rimp-Record.

              select rentfile assign dynamic ws-path-rentfile
              organization indexed
              access dynamic
              file status file-status
              record key Rent-ID OF Rent-Record
              alternate record key Rent-Tenancy-ID OF
                Rent-Record with duplicates.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

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

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd rentimpfile.
       copy "rentimprec.cpy".

       fd rentfile.
       copy "rentrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-susp-id pic x(10) value spaces.
       01 ws-susp-tenancy-id pic x(10) value spaces.
       01 ws-susp-rent-id pic x(10) value spaces.
       01 ws-allocate PIC X(1) value "N".
         88 allocate-receipt value "Y" "y".
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
       01 ws-path-rentimpfile pic x(60) value spaces.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "client-ledger-variables.cpy".
       01 ws-rent-landlord-id pic x(10) value spaces.
       01 ws-fileio-last-status pic xx value spaces.

      *  THE SUSPENSE ROWS DRAWN ON SCREEN - ROWS BEYOND TWELVE DO
      *  NOT FIT AND WAIT THEIR TURN (THEY STAY ON FILE).
       01 ws-susp-draw.
         03 ws-susp-line occurs 12 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-susp-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-amount-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-oldest-due-date pic x(8) value spaces.
       01 ws-susp-amount pic 9(7)v99 value zero.
       01 ws-susp-stmt-date pic x(8) value spaces.
       01 ws-new-paid pic 9(7)v99 value zero.
       01 ws-susp-description pic x(40) value spaces.
       01 ws-apply-rent-id pic x(10) value spaces.
       01 ws-first-rent-id pic x(10) value spaces.
       01 ws-left-to-apply pic 9(7)v99 value zero.
       01 ws-apply-amount pic 9(7)v99 value zero.
       01 ws-row-owes pic s9(7)v99 value zero.
       01 ws-rows-credited pic 9(3) value zero.
       01 ws-rows-disp pic ZZ9 value zero.
       01 ws-remainder-ref pic x(10) value spaces.
       01 ws-alloc-failed pic x(1) value "N".
         88 alloc-failed value "Y".

       Screen section.

       01 Suspense-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  RENT SUSPENSE
         03 foreground-color 14 line 2 col 2 value "RENT SUSPENSE".
         03 line 3 col 2 value "Credits awaiting allocation:".
         03 pic ZZZZ9 from ws-count-disp line 3 col 31.
         03 pic x(76) from ws-susp-line(1) line 4 col 3.
         03 pic x(76) from ws-susp-line(2) line 5 col 3.
         03 pic x(76) from ws-susp-line(3) line 6 col 3.
         03 pic x(76) from ws-susp-line(4) line 7 col 3.
         03 pic x(76) from ws-susp-line(5) line 8 col 3.
         03 pic x(76) from ws-susp-line(6) line 9 col 3.
         03 pic x(76) from ws-susp-line(7) line 10 col 3.
         03 pic x(76) from ws-susp-line(8) line 11 col 3.
         03 pic x(76) from ws-susp-line(9) line 12 col 3.
         03 pic x(76) from ws-susp-line(10) line 13 col 3.
         03 pic x(76) from ws-susp-line(11) line 14 col 3.
         03 pic x(76) from ws-susp-line(12) line 15 col 3.
         03 line 16 col 2 value "Suspense ref:   [".
         03 pic x(10) using ws-susp-id highlight prompt " ".
         03 value "]".
         03 line 17 col 2 value "Tenancy no:     [".
         03 pic x(10) using ws-susp-tenancy-id highlight prompt " ".
         03 value "]".
         03 line 18 col 2 value "Rent row ref:   [".
         03 pic x(10) using ws-susp-rent-id highlight prompt " ".
         03 value "] leave blank for the oldest open row".
         03 line 19 col 2 value "Allocate?:      [".
         03 pic x(1) using ws-allocate highlight prompt " ".
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
           string function trim (ws-data-dir) "rentimport.dat"
             delimited by size into ws-path-rentimpfile
           string function trim (ws-data-dir) "rentledger.dat"
             delimited by size into ws-path-rentfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p200-process.
           perform p210-getsystemdate
           perform p220-check-session-timeout.
           if session-logout
               move "1" to ws-done
               exit
           end-if
           perform p530-draw-suspense
           display Suspense-screen
           accept Suspense-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done
               if allocate-receipt
                   perform p230-allocate-credit
                   move "N" to ws-allocate
               end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-allocate-credit.
           if ws-susp-id equal spaces or
             function trim (ws-susp-id) is not numeric
               move "Key the suspense ref to allocate." to ws-error
               exit paragraph
           end-if
           if ws-susp-tenancy-id equal spaces or
             function trim (ws-susp-tenancy-id) is not numeric
               move "Key the tenancy the credit belongs to." to
                 ws-error
               exit paragraph
           end-if
           move function trim (ws-susp-id) to ws-numeric-reference
           move ws-numeric-reference to ws-susp-id
           move function trim (ws-susp-tenancy-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-susp-tenancy-id

           move "0" to invalid-data
           open input rentimpfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-susp-id to Rimp-ID
           read rentimpfile
               invalid key
                   move "1" to invalid-data
           end-read
           close rentimpfile
           if key-not-found
               move "Suspense ref does not exist." to ws-error
               exit paragraph
           end-if
           if not rimp-in-suspense
               move "That credit is no longer in suspense." to
                 ws-error
               exit paragraph
           end-if
           move Rimp-Amount to ws-susp-amount
           move Rimp-Stmt-Date to ws-susp-stmt-date
           move Rimp-Description to ws-susp-description

           move "0" to invalid-data
           open input tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-susp-tenancy-id to Tenancy-ID
           read tenancyfile
               invalid key
                   move "1" to invalid-data
           end-read
           close tenancyfile
           if key-not-found
               move "Tenancy does not exist." to ws-error
               exit paragraph
           end-if

      *  THE CREDIT CLEARS THE KEYED ROW (OR THE OLDEST ONE STILL
      *  OWING) FIRST, THEN EACH NEXT-OLDEST ROW STILL OWING IN TURN
      *  - NEVER MORE THAN A ROW OWES, SO A TWO-MONTH PAYMENT PAYS
      *  TWO MONTHS. WHATEVER IS LEFT WHEN NOTHING MORE IS OWED
      *  GOES BACK INTO SUSPENSE AS A NEW ROW FOR THE DESK.
           if ws-susp-rent-id equal spaces
               perform p240-find-oldest-open-row
               if ws-apply-rent-id equal spaces
                   move "Nothing is owed on that tenancy - the credit"
                     & " stays in suspense." to ws-error
                   exit paragraph
               end-if
           else
               if function trim (ws-susp-rent-id) is not numeric
                   move "Rent row ref must be numeric." to ws-error
                   exit paragraph
               end-if
               move function trim (ws-susp-rent-id) to
                 ws-numeric-reference
               move ws-numeric-reference to ws-susp-rent-id
               move "0" to invalid-data
               open input rentfile
               if file-status = "35"
                   move "1" to invalid-data
               end-if
               move ws-susp-rent-id to Rent-ID
               read rentfile
                   invalid key
                       move "1" to invalid-data
               end-read
               close rentfile
               if key-not-found
                   move "Rent row does not exist." to ws-error
                   exit paragraph
               end-if
               if Rent-Tenancy-ID of Rent-Record not equal
                 ws-susp-tenancy-id
                   move "Rent row belongs to a different tenancy." to
                     ws-error
                   exit paragraph
               end-if
               move ws-susp-rent-id to ws-apply-rent-id
           end-if

           move ws-susp-amount to ws-left-to-apply
           move zero to ws-rows-credited
           move spaces to ws-first-rent-id
           move "N" to ws-alloc-failed
           perform until ws-apply-rent-id equal spaces or
             ws-left-to-apply equal zero or alloc-failed
               perform p260-apply-to-row
               if ws-left-to-apply greater than zero and
                 not alloc-failed
                   perform p240-find-oldest-open-row
               end-if
           end-perform
           if ws-rows-credited equal zero
               if not alloc-failed
                   move "Nothing is owed on that tenancy - the credit"
                     & " stays in suspense." to ws-error
               end-if
               exit paragraph
           end-if

           move ws-first-rent-id to ws-susp-rent-id
           perform p250-mark-allocated
           move ws-rows-credited to ws-rows-disp
           if ws-left-to-apply greater than zero
               perform p275-hold-remainder
               move spaces to ws-error
               if alloc-failed
                   string "Rent row update failed - the rest is held"
                     " as suspense ref " ws-remainder-ref "."
                     delimited by size into ws-error
               else
                   string "Posted to " function trim (ws-rows-disp)
                     " row(s) - the rest is held as suspense ref "
                     ws-remainder-ref "."
                     delimited by size into ws-error
               end-if
           else
               move spaces to ws-error
               string "Credit allocated and posted to "
                 function trim (ws-rows-disp) " rent row(s)."
                 delimited by size into ws-error
           end-if
           move spaces to ws-susp-id
           move spaces to ws-susp-tenancy-id
           move spaces to ws-susp-rent-id.

       p240-find-oldest-open-row.

      *  THE TENANCY'S OPEN OR PART-PAID ROW WITH THE EARLIEST DUE
      *  DATE THAT STILL OWES SOMETHING - WHERE AN UNQUALIFIED
      *  RECEIPT GOES.
           move spaces to ws-apply-rent-id
           move spaces to ws-oldest-due-date
           move "0" to end-of-file
           open input rentfile
           if file-status not equal "35"
               perform until eof
                   read rentfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Rent-Tenancy-ID of Rent-Record equal
                             ws-susp-tenancy-id and
                             (rent-is-open or rent-is-part-paid) and
                             Rent-Amount-Due of Rent-Record greater
                             than Rent-Amount-Paid of Rent-Record
                               if ws-apply-rent-id equal spaces or
                                 Rent-Due-Date of Rent-Record less
                                 than ws-oldest-due-date
                                   move Rent-ID of Rent-Record to
                                     ws-apply-rent-id
                                   move Rent-Due-Date of Rent-Record
                                     to ws-oldest-due-date
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close rentfile.

       p260-apply-to-row.

      *  POSTS AS MUCH OF WHAT IS LEFT AS THIS ROW STILL OWES. THE
      *  POSTING ADDS TO WHAT IS ALREADY PAID AND THE STATUS IS
      *  DERIVED FROM THE AMOUNTS - THE SAME RULE AS THE RENT SCREEN.
           move zero to ws-apply-amount
           move "0" to invalid-data
           open i-o rentfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-apply-rent-id to Rent-ID
           read rentfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close rentfile
               move "Rent row could not be read." to ws-error
               move "Y" to ws-alloc-failed
               exit paragraph
           end-if
           compute ws-row-owes =
             Rent-Amount-Due of Rent-Record -
             Rent-Amount-Paid of Rent-Record
           if ws-row-owes not greater than zero
               close rentfile
               exit paragraph
           end-if
           if ws-row-owes greater than ws-left-to-apply
               move ws-left-to-apply to ws-apply-amount
           else
               move ws-row-owes to ws-apply-amount
           end-if
           compute ws-new-paid =
             Rent-Amount-Paid of Rent-Record + ws-apply-amount
           move ws-new-paid to Rent-Amount-Paid
           move ws-susp-stmt-date to Rent-Paid-Date
           if ws-new-paid not less than
             Rent-Amount-Due of Rent-Record
               move "P" to Rent-Status
           else
               move "T" to Rent-Status
           end-if
           rewrite Rent-Record
               invalid key
                   move "Rent row not found." to ws-error
                   move "Y" to ws-alloc-failed
               not invalid key
                   perform p990-check-file-status
                   perform p565-post-rent-client-ledger
                   subtract ws-apply-amount from ws-left-to-apply
                   add 1 to ws-rows-credited
                   if ws-first-rent-id equal spaces
                       move ws-apply-rent-id to ws-first-rent-id
                   end-if
           end-rewrite
           close rentfile
           if alloc-failed
               exit paragraph
           end-if
           move "RENT" to ws-audit-type
           move ws-apply-rent-id to ws-audit-key
           move "RECEIPT" to ws-audit-action
           perform p900-write-audit.

       p270-generate-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "RENTIMP   " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "RENTIMP   " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-remainder-ref.

       p275-hold-remainder.

      *  WHAT NO ROW OWED GOES BACK ON THE REGISTER AS A SUSPENSE
      *  ROW OF ITS OWN, FOR THE DESK TO PLACE WHEN THE NEXT RENT
      *  FALLS DUE. THE ALLOCATED ROW KEEPS THE FULL BANK AMOUNT SO
      *  A RE-RUN OF THE IMPORT STILL RECOGNISES THE CREDIT.
           perform p270-generate-reference
           open i-o rentimpfile
           move spaces to Rimp-Record
           move ws-remainder-ref to Rimp-ID
           move ws-susp-stmt-date to Rimp-Stmt-Date
           move ws-left-to-apply to Rimp-Amount
           move ws-susp-description to Rimp-Description
           move "S" to Rimp-Status
           string "REMAINDER OF " ws-susp-id
             delimited by size into Rimp-Reason
           move ws-system-date to Rimp-Imported
           write Rimp-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close rentimpfile
           move "RENTIMP" to ws-audit-type
           move ws-remainder-ref to ws-audit-key
           move "SUSPENSE" to ws-audit-action
           perform p900-write-audit.

       p250-mark-allocated.
           move "0" to invalid-data
           open i-o rentimpfile
           move ws-susp-id to Rimp-ID
           read rentimpfile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move "A" to Rimp-Status
               move "H" to Rimp-Match
               move ws-susp-tenancy-id to Rimp-Tenancy-ID
               move ws-susp-rent-id to Rimp-Rent-ID
               move ws-session-user-id to Rimp-Alloc-User
               move ws-system-date(1:8) to Rimp-Alloc-Date
               rewrite Rimp-Record
                   invalid key
                       continue
               end-rewrite
               perform p990-check-file-status
           end-if
           close rentimpfile
           move "RENTIMP" to ws-audit-type
           move ws-susp-id to ws-audit-key
           move "ALLOCATE" to ws-audit-action
           perform p900-write-audit.

       p300-end.

           copy "menuoption.cpy".

       p530-draw-suspense.

      *  REDRAWS THE CREDITS STILL IN SUSPENSE, IN REFERENCE ORDER
      *  (THE ORDER THEY WERE IMPORTED) - REFERENCE, STATEMENT DATE,
      *  AMOUNT, WHY IT WAS HELD, AND THE PAYER'S DESCRIPTION.
           move spaces to ws-susp-draw
           move zero to ws-draw-sub
           move zero to ws-susp-count
           move "0" to end-of-file
           open input rentimpfile
           if file-status not equal "35"
               perform until eof
                   read rentimpfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if rimp-in-suspense
                               add 1 to ws-susp-count
                               if ws-draw-sub less than 12
                                   add 1 to ws-draw-sub
                                   perform p535-format-suspense-line
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close rentimpfile
           move ws-susp-count to ws-count-disp.

       p535-format-suspense-line.
           move Rimp-Amount to ws-amount-disp
           move spaces to ws-susp-line(ws-draw-sub)
           string Rimp-ID " " Rimp-Stmt-Date
             " " ws-amount-disp
             " " Rimp-Reason(1:22)
             " " Rimp-Description(1:20)
             delimited by size into ws-susp-line(ws-draw-sub).

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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE ALLOCATION JUST
      *  PERFORMED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       p565-post-rent-client-ledger.

      *  RENT RECEIVED IS THE LANDLORD'S CLIENT MONEY FROM THE
      *  MOMENT IT LANDS - CREDITED TO THE LANDLORD OF THE PROPERTY
      *  THE RENT ROW IS FOR, AGAINST THE ROW.
           move spaces to ws-rent-landlord-id
           open input PropertyFile
           if file-status not equal "35"
               move Rent-Property-ID of Rent-Record to
                 Property-ID of Property-Record
               read PropertyFile
                   invalid key
                       continue
                   not invalid key
                       move Customer-ID of Property-Record to
                         ws-rent-landlord-id
               end-read
           end-if
           close PropertyFile
           move ws-rent-landlord-id to ws-cled-client
           move "RN" to ws-cled-type
           move ws-apply-amount to ws-cled-amount
           move Rent-Property-ID of Rent-Record to ws-cled-property
           move Rent-ID of Rent-Record to ws-cled-source
           perform p907-post-client-ledger.

           copy "post-client-ledger.cpy".

       end program 327RentSusp.
