       identification division.
       program-id. 330Invent is recursive.

      *  CHECK-IN / CHECK-OUT INVENTORY - THE ROOM-BY-ROOM SCHEDULE
      *  OF CONTENTS AND CONDITION BEHIND A TENANCY'S DEPOSIT. EACH
      *  ITEM IS GRADED AT CHECK-IN AND THE SAME ITEM RE-GRADED AT
      *  CHECK-OUT; ANY WORSE GRADE IS FLAGGED AS A DETERIORATION
      *  ON THE COMPARISON REPORT, AND THE COST PUT AGAINST AN ITEM
      *  (AS DAMAGE OR CLEANING) IS WHAT THE END-OF-TENANCY
      *  SETTLEMENT TOTALS AND ITEMISES - NO LUMP SUMS WITHOUT
      *  EVIDENCE. REACHED FROM MANAGE TENANCIES AND FROM THE
      *  SETTLEMENT SCREEN.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select invfile assign dynamic ws-path-invfile
              organization indexed
              access dynamic
              file status file-status
              record key Inv-ID OF Inv-Record.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select settlefile assign dynamic ws-path-settlefile
              organization indexed
              access dynamic
              file status file-status
              record key Settle-Tenancy-ID OF Settle-Record.

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

              select statementfile assign dynamic
                ws-path-statementfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd invfile.
       copy "inventoryrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd settlefile.
       copy "settlementrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd statementfile.
       copy "statementrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-iv-tenancy-id pic x(10) value spaces.
       01 ws-iv-tenant-name pic x(30) value spaces.
       01 ws-iv-list-from pic x(10) value spaces.
       01 ws-iv-id pic x(10) value spaces.
       01 ws-iv-room pic x(15) value spaces.
       01 ws-iv-item pic x(25) value spaces.
       01 ws-iv-in-grade pic x(1) value spaces.
       01 ws-iv-in-notes pic x(30) value spaces.
       01 ws-iv-out-grade pic x(1) value spaces.
       01 ws-iv-out-notes pic x(30) value spaces.
       01 ws-iv-cost pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-iv-charge-type pic x(1) value spaces.
       01 ws-save-item PIC X(1) value "N".
         88 save-item value "Y" "y".
       01 ws-compare-report PIC X(1) value "N".
         88 compare-report value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-error pic x(70) VALUE spaces.

       copy "system-date-variables.cpy".

       copy "session-timeout-variables.cpy".

       copy "session-record.cpy".

       copy "property-link.cpy".

       01 ws-done pic x(1) value "0".
         88 done value "1".
       01 end-of-file pic x value "0".
         88 eof value "1".

       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-invfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-settlefile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-statementfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

      *  THE TENANCY'S INVENTORY DRAWN ON SCREEN FROM THE "LIST
      *  FROM" REFERENCE ON - TEN ITEMS AT A TIME.
       01 ws-inv-draw.
         03 ws-inv-line occurs 10 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.

       01 ws-valid-tenancy pic x(1) value "0".
         88 valid-tenancy value "1".
       01 ws-tenant-id pic x(10) value spaces.
       01 ws-settle-locked pic x(1) value "N".
         88 settle-locked value "Y".
       01 ws-cost-plain pic 9(7)v99 value zero.
       01 ws-grade-check pic x(1) value spaces.
         88 grade-valid value "E" "G" "F" "P" "X".
       01 ws-grade pic x(1) value spaces.
       01 ws-grade-rank pic 9(1) value zero.
       01 ws-in-rank pic 9(1) value zero.
       01 ws-out-rank pic 9(1) value zero.
       01 ws-cost-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-total-damage pic 9(7)v99 value zero.
       01 ws-total-cleaning pic 9(7)v99 value zero.
       01 ws-deteriorated-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.

       Screen section.

       01 Inventory-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  CHECK-IN / CHECK-OUT INVENTORY
         03 foreground-color 14 line 2 col 2 value
           "CHECK-IN / CHECK-OUT INVENTORY".
         03 line 3 col 2 value "Tenancy no: [".
         03 pic x(10) using ws-iv-tenancy-id highlight prompt " ".
         03 value "]".
         03 line 3 col 30 value "Tenant:".
         03 pic x(30) from ws-iv-tenant-name line 3 col 38.
         03 line 4 col 2 value "List from item: [".
         03 pic x(10) using ws-iv-list-from highlight prompt " ".
         03 value "]".
         03 line 5 col 3 value
           "Ref        Room            Item         "
           & "             I O T         Cost".
         03 pic x(76) from ws-inv-line(1) line 6 col 3.
         03 pic x(76) from ws-inv-line(2) line 7 col 3.
         03 pic x(76) from ws-inv-line(3) line 8 col 3.
         03 pic x(76) from ws-inv-line(4) line 9 col 3.
         03 pic x(76) from ws-inv-line(5) line 10 col 3.
         03 pic x(76) from ws-inv-line(6) line 11 col 3.
         03 pic x(76) from ws-inv-line(7) line 12 col 3.
         03 pic x(76) from ws-inv-line(8) line 13 col 3.
         03 pic x(76) from ws-inv-line(9) line 14 col 3.
         03 pic x(76) from ws-inv-line(10) line 15 col 3.
         03 line 16 col 2 value "Ref: [".
         03 pic x(10) using ws-iv-id highlight prompt " ".
         03 value "] Room: [".
         03 pic x(15) using ws-iv-room highlight prompt " ".
         03 value "] Item: [".
         03 pic x(25) using ws-iv-item highlight prompt " ".
         03 value "]".
         03 line 17 col 2 value "Check-in grade:  [".
         03 pic x(1) using ws-iv-in-grade highlight prompt " ".
         03 value "]  Notes: [".
         03 pic x(30) using ws-iv-in-notes highlight prompt " ".
         03 value "] E/G/F/P/X".
         03 line 18 col 2 value "Check-out grade: [".
         03 pic x(1) using ws-iv-out-grade highlight prompt " ".
         03 value "]  Notes: [".
         03 pic x(30) using ws-iv-out-notes highlight prompt " ".
         03 value "]".
         03 line 19 col 2 value "Cost: [".
         03 pic Z,ZZZ,ZZ9.99 using ws-iv-cost highlight prompt " ".
         03 value "] D/C: [".
         03 pic x(1) using ws-iv-charge-type highlight prompt " ".
         03 value "]  Save item?: [".
         03 pic x(1) using ws-save-item highlight prompt " ".
         03 value "]  Comparison report?: [".
         03 pic x(1) using ws-compare-report highlight prompt " ".
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
           if ws-link-property-id not equal spaces and
             ws-iv-tenancy-id equal spaces
               perform p120-find-tenancy-for-property
           end-if.

       p120-find-tenancy-for-property.

      *  REACHED FROM MANAGE TENANCIES WITH A PROPERTY ON SCREEN -
      *  PRESET TO THAT PROPERTY'S LATEST TENANCY, AS THE RENT
      *  LEDGER SCREEN DOES.
           move "0" to end-of-file
           open input tenancyfile
           if file-status not equal "35"
               perform until eof
                   read tenancyfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Tenancy-Property-ID of Tenancy-Record
                             equal ws-link-property-id
                               move Tenancy-ID of Tenancy-Record to
                                 ws-iv-tenancy-id
                           end-if
                   end-read
               end-perform
           end-if
           close tenancyfile.

       p110-resolve-file-paths.
           accept ws-data-dir from environment "TPM_DATA_DIR"
           if ws-data-dir equal spaces
               move "C:\gagodata\tpm\" to ws-data-dir
           end-if
           string function trim (ws-data-dir) "inventory.dat"
             delimited by size into ws-path-invfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "settlements.dat"
             delimited by size into ws-path-settlefile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p200-process.
           perform p210-getsystemdate
           perform p220-check-session-timeout.
           if session-logout
               move "1" to ws-done
               exit
           end-if
           perform p520-read-tenancy
           perform p530-draw-inventory
           display Inventory-screen
           accept Inventory-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           perform p520-read-tenancy
           if not done and save-item
               perform p230-save-item
               move "N" to ws-save-item
           else
           if not done and compare-report
               perform p600-comparison-report
               move "N" to ws-compare-report
           else
           if not done and ws-iv-id not equal spaces
               perform p240-read-item
           end-if
           end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-save-item.
           if not valid-tenancy
               move "Key a valid tenancy no." to ws-error
               exit paragraph
           end-if

      *  ONCE THE DEPOSIT HAS BEEN PAID OUT THE INVENTORY BEHIND IT
      *  IS EVIDENCE AND IS NOT CHANGED.
           if settle-locked
               move "Settlement already paid - inventory locked." to
                 ws-error
               exit paragraph
           end-if
           if ws-iv-room equal spaces or ws-iv-item equal spaces
               move "Key the room and the item." to ws-error
               exit paragraph
           end-if
           move function upper-case (ws-iv-in-grade) to ws-iv-in-grade
           move ws-iv-in-grade to ws-grade-check
           if not grade-valid
               move "Grade the check-in condition E, G, F, P or X." to
                 ws-error
               exit paragraph
           end-if
           move function upper-case (ws-iv-out-grade) to
             ws-iv-out-grade
           move ws-iv-out-grade to ws-grade-check
           if ws-iv-out-grade not equal spaces and not grade-valid
               move "Grade the check-out condition E, G, F, P or X."
                 to ws-error
               exit paragraph
           end-if
           move function numval (ws-iv-cost) to ws-cost-plain
           move function upper-case (ws-iv-charge-type) to
             ws-iv-charge-type
           if ws-cost-plain not equal zero
               if ws-iv-out-grade equal spaces
                   move "Grade the item at check-out before costing it."
                     to ws-error
                   exit paragraph
               end-if
               if ws-iv-charge-type not equal "D" and
                 ws-iv-charge-type not equal "C"
                   move "Mark the cost D(amage) or C(leaning)." to
                     ws-error
                   exit paragraph
               end-if
           end-if

           if ws-iv-id equal spaces
               perform p270-generate-reference
               open i-o invfile
               if file-status = "35"
                   close invfile
                   open output invfile
                   close invfile
                   open i-o invfile
               end-if
               move spaces to Inv-Record
               move ws-next-reference to Inv-ID
               move ws-iv-tenancy-id to Inv-Tenancy-ID
               move ws-system-date(1:8) to Inv-In-Date
               perform p290-move-fields-to-record
               write Inv-Record
                   invalid key
                       continue
               end-write
               perform p990-check-file-status
               close invfile
               move ws-next-reference to ws-iv-id
               move "CREATE" to ws-audit-action
           else
               perform p560-read-item-record
               if key-not-found
                   exit paragraph
               end-if
               open i-o invfile
               move ws-iv-id to Inv-ID
               read invfile
                   invalid key
                       move "1" to invalid-data
               end-read
               perform p290-move-fields-to-record
               rewrite Inv-Record
                   invalid key
                       continue
               end-rewrite
               perform p990-check-file-status
               close invfile
               move "UPDATE" to ws-audit-action
           end-if

           move "INVENTORY" to ws-audit-type
           move ws-iv-id to ws-audit-key
           perform p900-write-audit
           move spaces to ws-error
           string "Inventory item " ws-iv-id " saved."
             delimited by size into ws-error
           perform p250-clear-item-fields.

       p290-move-fields-to-record.
           move ws-iv-room to Inv-Room
           move ws-iv-item to Inv-Item
           move ws-iv-in-grade to Inv-In-Grade
           move ws-iv-in-notes to Inv-In-Notes
           if ws-iv-out-grade not equal spaces and
             Inv-Out-Date equal spaces
               move ws-system-date(1:8) to Inv-Out-Date
           end-if
           if ws-iv-out-grade equal spaces
               move spaces to Inv-Out-Date
           end-if
           move ws-iv-out-grade to Inv-Out-Grade
           move ws-iv-out-notes to Inv-Out-Notes
           move ws-cost-plain to Inv-Cost
           if ws-cost-plain equal zero
               move spaces to Inv-Charge-Type
           else
               move ws-iv-charge-type to Inv-Charge-Type
           end-if
           move ws-session-user-id to Inv-User-ID.

       p240-read-item.
           perform p560-read-item-record
           if key-not-found
               exit paragraph
           end-if
           move Inv-Room to ws-iv-room
           move Inv-Item to ws-iv-item
           move Inv-In-Grade to ws-iv-in-grade
           move Inv-In-Notes to ws-iv-in-notes
           move Inv-Out-Grade to ws-iv-out-grade
           move Inv-Out-Notes to ws-iv-out-notes
           move Inv-Cost to ws-iv-cost
           move Inv-Charge-Type to ws-iv-charge-type
           move "Inventory item retrieved." to ws-error.

       p250-clear-item-fields.
           move spaces to ws-iv-id
           move spaces to ws-iv-room
           move spaces to ws-iv-item
           move spaces to ws-iv-in-grade
           move spaces to ws-iv-in-notes
           move spaces to ws-iv-out-grade
           move spaces to ws-iv-out-notes
           move zero to ws-iv-cost
           move spaces to ws-iv-charge-type.

       p270-generate-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "INVENTORY " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "INVENTORY " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-next-reference.

       p300-end.

           copy "menuoption.cpy".

       p520-read-tenancy.
           move "0" to ws-valid-tenancy
           move "N" to ws-settle-locked
           move spaces to ws-iv-tenant-name
           if ws-iv-tenancy-id equal spaces or
             function trim (ws-iv-tenancy-id) is not numeric
               exit paragraph
           end-if
           move function trim (ws-iv-tenancy-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-iv-tenancy-id
           move "0" to invalid-data
           open input tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-iv-tenancy-id to Tenancy-ID
           read tenancyfile
               invalid key
                   move "1" to invalid-data
           end-read
           close tenancyfile
           if key-not-found
               move "Tenancy record does not exist." to ws-error
               exit paragraph
           end-if
           move "1" to ws-valid-tenancy
           move Tenancy-Tenant-ID of Tenancy-Record to ws-tenant-id

           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-tenant-id to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if not key-not-found
               move cust-name of custrec to ws-iv-tenant-name
           end-if

           move "0" to invalid-data
           open input settlefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-iv-tenancy-id to Settle-Tenancy-ID
           read settlefile
               invalid key
                   move "1" to invalid-data
           end-read
           close settlefile
           if not key-not-found and settle-is-paid
               move "Y" to ws-settle-locked
           end-if.

       p530-draw-inventory.

      *  REDRAWS TEN OF THE TENANCY'S ITEMS FROM THE "LIST FROM"
      *  REFERENCE ON - ROOM, ITEM, BOTH GRADES AND ANY COST.
           move spaces to ws-inv-draw
           if not valid-tenancy
               exit paragraph
           end-if
           if ws-iv-list-from not equal spaces and
             function trim (ws-iv-list-from) is numeric
               move function trim (ws-iv-list-from) to
                 ws-numeric-reference
               move ws-numeric-reference to ws-iv-list-from
           else
               move spaces to ws-iv-list-from
           end-if
           move zero to ws-draw-sub
           move "0" to end-of-file
           open input invfile
           if file-status not equal "35"
               perform until eof
                   read invfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Inv-Tenancy-ID equal ws-iv-tenancy-id
                             and Inv-ID not less than ws-iv-list-from
                             and ws-draw-sub less than 10
                               add 1 to ws-draw-sub
                               perform p535-format-item-line
                           end-if
                   end-read
               end-perform
           end-if
           close invfile.

       p535-format-item-line.
           move Inv-Cost to ws-cost-disp
           move spaces to ws-inv-line(ws-draw-sub)
           string Inv-ID " " Inv-Room " " Inv-Item " "
             Inv-In-Grade " " Inv-Out-Grade " "
             Inv-Charge-Type " " ws-cost-disp
             delimited by size into ws-inv-line(ws-draw-sub).

       p540-deterioration-flag.

      *  COMPARES THE TWO GRADES ON THE CURRENT ITEM - A LOWER RANK
      *  OUT THAN IN IS A DETERIORATION.
           move Inv-In-Grade to ws-grade
           perform p545-grade-rank
           move ws-grade-rank to ws-in-rank
           move Inv-Out-Grade to ws-grade
           perform p545-grade-rank
           move ws-grade-rank to ws-out-rank.

       p545-grade-rank.
           evaluate ws-grade
               when "E"
                   move 5 to ws-grade-rank
               when "G"
                   move 4 to ws-grade-rank
               when "F"
                   move 3 to ws-grade-rank
               when "P"
                   move 2 to ws-grade-rank
               when "X"
                   move 1 to ws-grade-rank
               when other
                   move 0 to ws-grade-rank
           end-evaluate.

       p560-read-item-record.
           move "0" to invalid-data
           if function trim (ws-iv-id) is not numeric
               move "Item reference invalid." to ws-error
               move "1" to invalid-data
               exit paragraph
           end-if
           move function trim (ws-iv-id) to ws-numeric-reference
           move ws-numeric-reference to ws-iv-id
           open input invfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-iv-id to Inv-ID
           read invfile
               invalid key
                   move "1" to invalid-data
           end-read
           close invfile
           if key-not-found
               move "Inventory item does not exist." to ws-error
               exit paragraph
           end-if
           if Inv-Tenancy-ID not equal ws-iv-tenancy-id
               move "Item belongs to a different tenancy." to ws-error
               move "1" to invalid-data
           end-if.

       p600-comparison-report.

      *  CHECK-IN AGAINST CHECK-OUT FOR EVERY ITEM ON THE TENANCY,
      *  EACH DETERIORATION FLAGGED, WITH THE COSTED ITEMS TOTALLED
      *  INTO THE DAMAGE AND CLEANING FIGURES THE SETTLEMENT USES.
           if not valid-tenancy
               move "Key a valid tenancy no." to ws-error
               exit paragraph
           end-if
           move zero to ws-total-damage
           move zero to ws-total-cleaning
           move zero to ws-deteriorated-count
           move spaces to ws-path-statementfile
           string function trim (ws-data-dir) "invcomp"
             function trim (ws-iv-tenancy-id) ".txt"
             delimited by size into ws-path-statementfile
           open output statementfile
           move spaces to Statement-Text
           string "INVENTORY CHECK-IN / CHECK-OUT COMPARISON - tenancy "
             function trim (ws-iv-tenancy-id)
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           string "Tenant: " function trim (ws-iv-tenant-name)
             "   Date: " ws-system-date(7:2) "/"
             ws-system-date(5:2) "/" ws-system-date(1:4)
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           write Statement-Line
           move "Room            Item                      In Out"
             to Statement-Text
           write Statement-Line

           move "0" to end-of-file
           open input invfile
           if file-status not equal "35"
               perform until eof
                   read invfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Inv-Tenancy-ID equal ws-iv-tenancy-id
                               perform p610-compare-one-item
                           end-if
                   end-read
               end-perform
           end-if
           close invfile

           move spaces to Statement-Text
           write Statement-Line
           move ws-deteriorated-count to ws-count-disp
           move spaces to Statement-Text
           string "Items deteriorated:        " ws-count-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-damage to ws-cost-disp
           move spaces to Statement-Text
           string "Damage costed:             " ws-cost-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-cleaning to ws-cost-disp
           move spaces to Statement-Text
           string "Cleaning costed:           " ws-cost-disp
             delimited by size into Statement-Text
           write Statement-Line
           close statementfile

           move "INVENTORY" to ws-audit-type
           move ws-iv-tenancy-id to ws-audit-key
           move "COMPARE" to ws-audit-action
           perform p900-write-audit
           move spaces to ws-error
           string "Comparison report printed - "
             ws-count-disp " deteriorations."
             delimited by size into ws-error.

       p610-compare-one-item.
           perform p540-deterioration-flag
           move spaces to Statement-Text
           string Inv-Room " " Inv-Item " " Inv-In-Grade "  "
             Inv-Out-Grade
             delimited by size into Statement-Text
           if Inv-Out-Grade equal spaces
               move "NOT CHECKED OUT" to Statement-Text(50:15)
           else
               if ws-out-rank less than ws-in-rank
                   move "DETERIORATED" to Statement-Text(50:12)
                   add 1 to ws-deteriorated-count
               end-if
           end-if
           write Statement-Line
           if Inv-In-Notes not equal spaces
               move spaces to Statement-Text
               string "    In:  " Inv-In-Notes
                 delimited by size into Statement-Text
               write Statement-Line
           end-if
           if Inv-Out-Notes not equal spaces
               move spaces to Statement-Text
               string "    Out: " Inv-Out-Notes
                 delimited by size into Statement-Text
               write Statement-Line
           end-if
           if Inv-Cost not equal zero
               move Inv-Cost to ws-cost-disp
               move spaces to Statement-Text
               if inv-is-damage
                   add Inv-Cost to ws-total-damage
                   string "    Damage charge:   " ws-cost-disp
                     delimited by size into Statement-Text
               else
                   add Inv-Cost to ws-total-cleaning
                   string "    Cleaning charge: " ws-cost-disp
                     delimited by size into Statement-Text
               end-if
               write Statement-Line
           end-if.

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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE INVENTORY ACTION
      *  JUST PERFORMED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 330Invent.
