       identification division.
       program-id. 338Bank is recursive.

      *  BRANCH BANKING SHEET - THE END-OF-DAY PAYING-IN FOR CASH
      *  AND CHEQUES TAKEN OVER THE COUNTER. EVERY COUNTER RECEIPT
      *  RECORDED ON MONIES RECEIVED OR RENT POSTING FOR THE BRANCH
      *  AND DAY ON SCREEN IS LISTED WITH CASH AND CHEQUE TOTALS,
      *  AND CAN BE PRINTED AS THE SHEET THAT GOES TO THE BANK WITH
      *  THE PAYING-IN SLIP. ONCE THE SLIP IS CONFIRMED, ITS
      *  REFERENCE IS KEYED AND EVERY RECEIPT STILL UNDEPOSITED FOR
      *  THAT BRANCH AND DAY IS MARKED BANKED UNDER IT - THE BANK
      *  RECONCILIATION THEN MATCHES THE ONE BANK CREDIT TO THE
      *  WHOLE SLIP. THE UNDEPOSITED FUNDS REPORT, LISTING ANYTHING
      *  TAKEN AND NOT BANKED AFTER ONE WORKING DAY, CAN BE RUN
      *  FROM HERE AS WELL AS FROM THE SCHEDULER.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select counterfile assign dynamic ws-path-counterfile
              organization indexed
              access dynamic
              file status file-status
              record key Ctr-ID OF Ctr-Record.

              select bankshtfile assign dynamic ws-path-bankshtfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd counterfile.
       copy "counterrec.cpy".

       fd bankshtfile.

      *  BANKING SHEET LINE - ONE FREE-TEXT LINE PER RECEIPT OR
      *  TOTAL, WRITTEN OUT TO A LINE SEQUENTIAL FILE TO PRINT AND
      *  SEND TO THE BANK WITH THE PAYING-IN SLIP.
       01 Banksht-Line.
         03 Banksht-Text pic x(90).

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-bank-branch pic x(3) value spaces.
       01 ws-bank-date pic x(8) value spaces.
       01 ws-bank-paying-in pic x(10) value spaces.
       01 ws-print-sheet PIC X(1) value "N".
         88 print-sheet value "Y" "y".
       01 ws-mark-banked PIC X(1) value "N".
         88 mark-banked value "Y" "y".
       01 ws-undeposited PIC X(1) value "N".
         88 undeposited-report value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-error pic x(70) VALUE spaces.

       copy "system-date-variables.cpy".

       copy "session-timeout-variables.cpy".

       copy "session-record.cpy".

       01 ws-done pic x(1) value "0".
         88 done value "1".
       01 end-of-file pic x value "0".
         88 eof value "1".

       01 file-status pic xx.
       01 ws-path-counterfile pic x(60) value spaces.
       01 ws-path-bankshtfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

      *  THE DAY'S RECEIPTS DRAWN ON SCREEN - BEYOND TEN THEY DO
      *  NOT FIT AND ARE LEFT OFF THE SCREEN, BUT ALWAYS COUNT IN
      *  THE TOTALS AND ALWAYS PRINT ON THE SHEET.
       01 ws-bank-draw.
         03 ws-bank-line occurs 10 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-draw-count pic 9(5) value zero.
       01 ws-cash-count pic 9(5) value zero.
       01 ws-cheque-count pic 9(5) value zero.
       01 ws-unbanked-count pic 9(5) value zero.
       01 ws-cash-total pic 9(9)v99 value zero.
       01 ws-cheque-total pic 9(9)v99 value zero.
       01 ws-day-total pic 9(9)v99 value zero.
       01 ws-unbanked-total pic 9(9)v99 value zero.
       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-cash-line pic x(76) value spaces.
       01 ws-cheque-line pic x(76) value spaces.
       01 ws-unbanked-line pic x(76) value spaces.
       01 ws-method-word pic x(6) value spaces.
       01 ws-source-word pic x(6) value spaces.
       01 ws-banked-word pic x(16) value spaces.
       01 ws-sheet-method pic x(2) value spaces.
       01 ws-sheet-total pic 9(9)v99 value zero.
       01 ws-ref-clash pic x(1) value "N".
         88 ref-used-elsewhere value "Y".
       01 ws-banked-count pic 9(5) value zero.

       Screen section.

       01 Bank-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  BANKING SHEET
         03 foreground-color 14 line 2 col 2 value "BANKING SHEET".
         03 line 3 col 2 value "Branch: [".
         03 pic x(3) using ws-bank-branch highlight prompt " ".
         03 value "]".
         03 line 3 col 20 value "Date taken: [".
         03 pic x(8) using ws-bank-date highlight prompt " ".
         03 value "] YYYYMMDD - blank for today".
         03 pic x(76) from ws-bank-line(1) line 5 col 3.
         03 pic x(76) from ws-bank-line(2) line 6 col 3.
         03 pic x(76) from ws-bank-line(3) line 7 col 3.
         03 pic x(76) from ws-bank-line(4) line 8 col 3.
         03 pic x(76) from ws-bank-line(5) line 9 col 3.
         03 pic x(76) from ws-bank-line(6) line 10 col 3.
         03 pic x(76) from ws-bank-line(7) line 11 col 3.
         03 pic x(76) from ws-bank-line(8) line 12 col 3.
         03 pic x(76) from ws-bank-line(9) line 13 col 3.
         03 pic x(76) from ws-bank-line(10) line 14 col 3.
         03 pic x(76) from ws-cash-line line 15 col 3.
         03 pic x(76) from ws-cheque-line line 16 col 3.
         03 pic x(76) from ws-unbanked-line line 17 col 3.
         03 line 18 col 2 value "Print sheet?: [".
         03 pic x(1) using ws-print-sheet highlight prompt " ".
         03 value "]".
         03 line 18 col 35 value "Undeposited funds report?: [".
         03 pic x(1) using ws-undeposited highlight prompt " ".
         03 value "]".
         03 line 19 col 2 value "Paying-in ref: [".
         03 pic x(10) using ws-bank-paying-in highlight prompt " ".
         03 value "]".
         03 line 19 col 35 value "Mark banked?: [".
         03 pic x(1) using ws-mark-banked highlight prompt " ".
         03 value "] every undeposited receipt listed".
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
           if ws-bank-branch equal spaces
               move ws-session-branch to ws-bank-branch
           end-if.

       p110-resolve-file-paths.
           accept ws-data-dir from environment "TPM_DATA_DIR"
           if ws-data-dir equal spaces
               move "C:\gagodata\tpm\" to ws-data-dir
           end-if
           string function trim (ws-data-dir) "counterreceipts.dat"
             delimited by size into ws-path-counterfile
           string function trim (ws-data-dir) "bankingsheet.txt"
             delimited by size into ws-path-bankshtfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p200-process.
           perform p210-getsystemdate
           perform p220-check-session-timeout.
           if session-logout
               move "1" to ws-done
               exit
           end-if
           if ws-bank-date equal spaces
               move ws-system-date(1:8) to ws-bank-date
           end-if
           perform p530-draw-sheet
           display Bank-screen
           accept Bank-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           move function upper-case (ws-bank-branch) to
             ws-bank-branch
           if ws-bank-date equal spaces
               move ws-system-date(1:8) to ws-bank-date
           end-if
           if ws-bank-date is not numeric
               move "Key the date taken as YYYYMMDD." to ws-error
               move spaces to ws-bank-date
               exit paragraph
           end-if
           perform p530-draw-sheet
           evaluate TRUE
               when mark-banked
                   perform p240-mark-banked
                   move "N" to ws-mark-banked
               when print-sheet
                   perform p250-print-sheet
                   move "N" to ws-print-sheet
               when undeposited-report
                   move zero to return-code
                   call "653Undep"
                   if return-code equal 8
                       move "Undeposited funds not listed - a batch"
                         & " run is in progress. Try later." to ws-error
                   else
                       move "Undeposited funds listed - see"
                         & " undeposited.txt." to ws-error
                   end-if
                   move "N" to ws-undeposited
               when other
                   continue
           end-evaluate.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p240-mark-banked.

      *  STAMPS EVERY UNDEPOSITED RECEIPT FOR THE BRANCH AND DAY
      *  WITH THE PAYING-IN REFERENCE AND TODAY'S DATE. ONE
      *  REFERENCE IS ONE SLIP, SO A REFERENCE ALREADY USED FOR
      *  ANOTHER BRANCH OR DAY IS REFUSED.
           if ws-bank-paying-in equal spaces
               move "Key the paying-in slip reference first." to
                 ws-error
               exit paragraph
           end-if
           if ws-unbanked-count equal zero
               move "Nothing undeposited for this branch and day."
                 to ws-error
               exit paragraph
           end-if
           move "N" to ws-ref-clash
           move "0" to end-of-file
           open input counterfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof or ref-used-elsewhere
               read counterfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Ctr-Paying-In equal ws-bank-paying-in and
                         (Ctr-Branch not equal ws-bank-branch or
                         Ctr-Date not equal ws-bank-date)
                           move "Y" to ws-ref-clash
                       end-if
               end-read
           end-perform
           close counterfile
           if ref-used-elsewhere
               move "That paying-in reference is already on another"
                 & " branch's or day's slip." to ws-error
               exit paragraph
           end-if

           move zero to ws-banked-count
           move "0" to end-of-file
           open i-o counterfile
           perform until eof
               read counterfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Ctr-Branch equal ws-bank-branch and
                         Ctr-Date equal ws-bank-date and
                         Ctr-Paying-In equal spaces
                           move ws-bank-paying-in to Ctr-Paying-In
                           move ws-system-date(1:8) to
                             Ctr-Banked-Date
                           rewrite Ctr-Record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-banked-count
                           end-rewrite
                       end-if
               end-read
           end-perform
           close counterfile

           move "BANKING" to ws-audit-type
           move ws-bank-paying-in to ws-audit-key
           move "BANKED" to ws-audit-action
           perform p900-write-audit

           perform p530-draw-sheet
           move ws-banked-count to ws-count-disp
           move spaces to ws-error
           string function trim (ws-count-disp)
             " receipts marked banked under paying-in "
             function trim (ws-bank-paying-in) "."
             delimited by size into ws-error.

       p250-print-sheet.

      *  THE SHEET LISTS CASH AND THEN CHEQUES, EACH WITH ITS OWN
      *  TOTAL, FOLLOWED BY THE TOTAL TO BE PAID IN - THE SAME
      *  ONE-SHOT OVERWRITE SHAPE AS THE RECEIPT PRINT.
           if ws-draw-count equal zero
               move "No cash or cheques taken for this branch and"
                 & " day." to ws-error
               exit paragraph
           end-if
           open output bankshtfile
           move spaces to Banksht-Text
           string "BANKING SHEET - branch " ws-bank-branch
             " - taken " ws-bank-date(7:2) "/" ws-bank-date(5:2) "/"
             ws-bank-date(1:4)
             delimited by size into Banksht-Text
           write Banksht-Line
           move spaces to Banksht-Text
           string "Printed " ws-display-date " by "
             ws-session-user-id
             delimited by size into Banksht-Text
           write Banksht-Line

           move "CA" to ws-sheet-method
           perform p255-print-method
           move "CH" to ws-sheet-method
           perform p255-print-method

           move spaces to Banksht-Text
           write Banksht-Line
           move ws-day-total to ws-amount-disp
           move spaces to Banksht-Text
           string "TOTAL TO PAY IN           " ws-amount-disp
             delimited by size into Banksht-Text
           write Banksht-Line
           if ws-unbanked-total not equal ws-day-total
               move ws-unbanked-total to ws-amount-disp
               move spaces to Banksht-Text
               string "  of which not yet banked " ws-amount-disp
                 delimited by size into Banksht-Text
               write Banksht-Line
           end-if
           move spaces to Banksht-Text
           write Banksht-Line
           move "Paying-in slip ref: ____________  Counted by: ______"
             & "______  Checked by: ____________" to Banksht-Text
           write Banksht-Line
           close bankshtfile

           move "BANKING" to ws-audit-type
           move ws-bank-date to ws-audit-key
           move "PRINT" to ws-audit-action
           perform p900-write-audit
           move "Banking sheet printed - see bankingsheet.txt." to
             ws-error.

       p255-print-method.
           move spaces to Banksht-Text
           write Banksht-Line
           move zero to ws-sheet-total
           move spaces to Banksht-Text
           if ws-sheet-method equal "CA"
               move "CASH" to Banksht-Text
           else
               move "CHEQUES" to Banksht-Text
           end-if
           write Banksht-Line
           move "0" to end-of-file
           open input counterfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read counterfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Ctr-Branch equal ws-bank-branch and
                         Ctr-Date equal ws-bank-date and
                         Ctr-Method equal ws-sheet-method
                           add Ctr-Amount to ws-sheet-total
                           perform p540-describe-receipt
                           move Ctr-Amount to ws-amount-disp
                           move spaces to Banksht-Text
                           string "  " Ctr-ID " " ws-source-word " "
                             Ctr-Source-ID " prop "
                             Ctr-Property-ID " "
                             ws-amount-disp " " ws-banked-word
                             delimited by size into Banksht-Text
                           write Banksht-Line
                       end-if
               end-read
           end-perform
           close counterfile
           move ws-sheet-total to ws-amount-disp
           move spaces to Banksht-Text
           string "  Total                   " ws-amount-disp
             delimited by size into Banksht-Text
           write Banksht-Line.

       p300-end.

           copy "menuoption.cpy".

       p530-draw-sheet.

      *  REDRAWS THE BRANCH'S RECEIPTS FOR THE DAY, IN THE ORDER
      *  THEY WERE TAKEN, WITH THE RUNNING TOTALS BY METHOD AND WHAT
      *  IS STILL TO BE PAID IN.
           move spaces to ws-bank-draw
           move zero to ws-draw-count ws-cash-count ws-cheque-count
             ws-unbanked-count
           move zero to ws-cash-total ws-cheque-total ws-day-total
             ws-unbanked-total
           move "0" to end-of-file
           open input counterfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read counterfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Ctr-Branch equal ws-bank-branch and
                         Ctr-Date equal ws-bank-date
                           perform p535-draw-one-receipt
                       end-if
               end-read
           end-perform
           close counterfile
           if ws-draw-count equal zero
               move "  No cash or cheques taken for this branch and"
                 & " day." to ws-bank-line(1)
           end-if
           move ws-cash-count to ws-count-disp
           move ws-cash-total to ws-amount-disp
           move spaces to ws-cash-line
           string "Cash:    " ws-count-disp " receipts "
             ws-amount-disp
             delimited by size into ws-cash-line
           move ws-cheque-count to ws-count-disp
           move ws-cheque-total to ws-amount-disp
           move spaces to ws-cheque-line
           string "Cheques: " ws-count-disp " receipts "
             ws-amount-disp
             delimited by size into ws-cheque-line
           move ws-day-total to ws-amount-disp
           string "   Total " ws-amount-disp
             delimited by size into ws-cheque-line(40:)
           move ws-unbanked-count to ws-count-disp
           move ws-unbanked-total to ws-amount-disp
           move spaces to ws-unbanked-line
           string "Not yet banked: " ws-count-disp " receipts "
             ws-amount-disp
             delimited by size into ws-unbanked-line.

       p535-draw-one-receipt.
           add 1 to ws-draw-count
           add Ctr-Amount to ws-day-total
           if ctr-is-cash
               add 1 to ws-cash-count
               add Ctr-Amount to ws-cash-total
           else
               add 1 to ws-cheque-count
               add Ctr-Amount to ws-cheque-total
           end-if
           if Ctr-Paying-In equal spaces
               add 1 to ws-unbanked-count
               add Ctr-Amount to ws-unbanked-total
           end-if
           if ws-draw-count greater than 10
               exit paragraph
           end-if
           move ws-draw-count to ws-draw-sub
           perform p540-describe-receipt
           move Ctr-Amount to ws-amount-disp
           string ws-method-word " " ws-source-word " "
             Ctr-Source-ID " " ws-amount-disp " "
             Ctr-Taken-By " " ws-banked-word
             delimited by size into ws-bank-line(ws-draw-sub).

       p540-describe-receipt.
           if ctr-is-cash
               move "Cash" to ws-method-word
           else
               move "Cheque" to ws-method-word
           end-if
           if ctr-from-rent
               move "Rent" to ws-source-word
           else
               move "Monies" to ws-source-word
           end-if
           move spaces to ws-banked-word
           if Ctr-Paying-In equal spaces
               move "UNBANKED" to ws-banked-word
           else
               string "in " Ctr-Paying-In
                 delimited by size into ws-banked-word
           end-if.

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE SHEET PRINTED OR
      *  THE SLIP MARKED BANKED - WHO DID IT, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 338Bank.
