       identification division.
       program-id. 337CrNote is recursive.

      *  CREDIT NOTES - REVERSES ALL OR PART OF A COMMISSION OR
      *  LETTINGS INVOICE WITH A PROPER NUMBERED DOCUMENT INSTEAD OF
      *  A FUDGE ON THE PAYMENTS SCREEN. A DISPUTED FEE, A
      *  COMPLETION ENTERED IN ERROR OR A REDUCTION AGREED WITH THE
      *  CLIENT IS CREDITED HERE WITH A REASON, FROM THE CREDIT
      *  NOTE SERIES ON THE SEQUENCE CONTROL FILE. THE CREDIT IS
      *  TAKEN AT THE VAT RATE THE INVOICE WAS CHARGED AT, THE
      *  INVOICE'S CREDITED TOTALS ARE BUMPED AND ITS PAID FLAG
      *  RE-DERIVED, AND THE CREDIT NOTE IS PRINTED AND QUEUED LIKE
      *  AN INVOICE. A FULL CREDIT TAKES WHATEVER IS STILL
      *  UNCREDITED; A PARTIAL ONE TAKES A NET AMOUNT BELOW THAT.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select crnotefile assign dynamic ws-path-crnotefile
              organization indexed
              access dynamic
              file status file-status
              record key Crnote-ID OF Crnote-Record
              alternate record key Crnote-Invoice-ID OF
                Crnote-Record with duplicates.

              select invoicefile assign dynamic
                ws-path-invoicefile
              organization indexed
              access dynamic
              file status file-status
              record key Invoice-ID OF Invoice-Record.

              select payfile assign dynamic ws-path-payfile
              organization indexed
              access dynamic
              file status file-status
              record key Pay-ID OF Pay-Record
              alternate record key Pay-Invoice-ID OF
                Pay-Record with duplicates.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select commsqfile assign dynamic ws-path-commsqfile
              organization indexed
              access dynamic
              file status file-status
              record key Comms-ID OF Comms-Record.

              select crnprintfile assign dynamic
                ws-path-crnprintfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd crnotefile.
       copy "crnoterec.cpy".

       fd invoicefile.
       copy "invoicerec.cpy".

       fd payfile.
       copy "payrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd crnprintfile.
       copy "invprintrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-crn-invoice-id pic x(10) value spaces.
       01 ws-crn-extent pic x(1) value spaces.
         88 valid-crn-extent value "F" "f" "P" "p".
         88 crn-full value "F" "f".
       01 ws-crn-amount pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-crn-reason pic x(40) value spaces.
       01 ws-raise-credit PIC X(1) value "N".
         88 raise-credit value "Y" "y".
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
       01 ws-path-crnotefile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-payfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-crnprintfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

       01 ws-comms-type pic x(10) value spaces.
       01 ws-comms-cust pic x(10) value spaces.
       01 ws-comms-prop pic x(10) value spaces.
       01 ws-comms-numeric pic 9(10) value zero.
       01 ws-comms-docref pic x(10) value spaces.

      *  THE INVOICE AS IT STANDS - WHAT WAS BILLED, WHAT HAS BEEN
      *  CREDITED ALREADY AND WHAT IS LEFT TO CREDIT.
       01 ws-invoice-found pic x(1) value "N".
         88 invoice-found value "Y".
       01 ws-inv-type pic x(2) value spaces.
       01 ws-inv-date pic x(8) value spaces.
       01 ws-inv-name pic x(30) value spaces.
       01 ws-inv-net pic 9(9)v99 value zero.
       01 ws-inv-vat pic 9(9)v99 value zero.
       01 ws-inv-gross pic 9(9)v99 value zero.
       01 ws-inv-rate pic 9(2)v99 value zero.
       01 ws-cred-net pic 9(9)v99 value zero.
       01 ws-cred-gross pic 9(9)v99 value zero.
       01 ws-left-net pic 9(9)v99 value zero.
       01 ws-left-gross pic 9(9)v99 value zero.
       01 ws-alloc-total pic 9(9)v99 value zero.

      *  THE CREDIT NOTE BEING RAISED.
       01 ws-new-net pic 9(9)v99 value zero.
       01 ws-new-vat pic 9(9)v99 value zero.
       01 ws-new-gross pic 9(9)v99 value zero.

       01 ws-inv-net-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-inv-vat-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-inv-gross-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-cred-net-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-cred-gross-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-left-net-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-left-gross-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-rate-disp pic Z9.99 value zero.
       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.

      *  THE CREDIT NOTES ALREADY RAISED AGAINST THE INVOICE -
      *  BEYOND SIX DO NOT FIT AND ARE LEFT OFF (THEY STAY ON FILE).
       01 ws-crn-draw.
         03 ws-crn-line occurs 6 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.

       Screen section.

       01 Crnote-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  CREDIT NOTES
         03 foreground-color 14 line 2 col 2 value
           "CREDIT NOTES".
         03 line 3 col 2 value "Invoice no: [".
         03 pic x(10) using ws-crn-invoice-id highlight prompt " ".
         03 value "]  Type: [".
         03 pic x(2) from ws-inv-type.
         03 value "]  Dated: [".
         03 pic x(8) from ws-inv-date.
         03 value "]  VAT pct: [".
         03 pic x(5) from ws-rate-disp.
         03 value "]".
         03 line 4 col 2 value "Billed to:  [".
         03 pic x(30) from ws-inv-name.
         03 value "]".
         03 line 6 col 2 value "Invoiced  net: [".
         03 pic x(14) from ws-inv-net-disp.
         03 value "]  VAT: [".
         03 pic x(14) from ws-inv-vat-disp.
         03 value "]  Gross: [".
         03 pic x(14) from ws-inv-gross-disp.
         03 value "]".
         03 line 7 col 2 value "Credited  net: [".
         03 pic x(14) from ws-cred-net-disp.
         03 value "]                         Gross: [".
         03 pic x(14) from ws-cred-gross-disp.
         03 value "]".
         03 line 8 col 2 value "Remaining net: [".
         03 pic x(14) from ws-left-net-disp.
         03 value "]                         Gross: [".
         03 pic x(14) from ws-left-gross-disp.
         03 value "]".
         03 pic x(76) from ws-crn-line(1) line 10 col 3.
         03 pic x(76) from ws-crn-line(2) line 11 col 3.
         03 pic x(76) from ws-crn-line(3) line 12 col 3.
         03 pic x(76) from ws-crn-line(4) line 13 col 3.
         03 pic x(76) from ws-crn-line(5) line 14 col 3.
         03 pic x(76) from ws-crn-line(6) line 15 col 3.
         03 line 17 col 2 value "Full/partial:   [".
         03 pic x(1) using ws-crn-extent highlight prompt " ".
         03 value "] F=Full remaining fee P=Partial".
         03 line 18 col 2 value "Net to credit:  [".
         03 pic Z,ZZZ,ZZ9.99 using ws-crn-amount highlight
           prompt " ".
         03 value "] Partial only - VAT added at invoice rate".
         03 line 19 col 2 value "Reason:         [".
         03 pic x(40) using ws-crn-reason highlight prompt " ".
         03 value "]".
         03 line 20 col 2 value "Raise credit?:  [".
         03 pic x(1) using ws-raise-credit highlight prompt " ".
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
           string function trim (ws-data-dir) "creditnotes.dat"
             delimited by size into ws-path-crnotefile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "invpays.dat"
             delimited by size into ws-path-payfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "creditnote.txt"
             delimited by size into ws-path-crnprintfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p200-process.
           perform p210-getsystemdate
           perform p220-check-session-timeout.
           if session-logout
               move "1" to ws-done
               exit
           end-if
           perform p530-draw-invoice
           display Crnote-screen
           accept Crnote-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done
               if raise-credit
                   perform p230-raise-credit-note
                   move "N" to ws-raise-credit
               end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-raise-credit-note.
           if ws-crn-invoice-id equal spaces or
             function trim (ws-crn-invoice-id) is not numeric
               move "Key the invoice to credit." to ws-error
               exit paragraph
           end-if
           perform p510-read-invoice
           if not invoice-found
               move "Invoice does not exist." to ws-error
               exit paragraph
           end-if
           if ws-left-net equal zero and ws-left-gross equal zero
               move "Invoice has already been credited in full." to
                 ws-error
               exit paragraph
           end-if
           if not valid-crn-extent
               move "Key F for a full credit or P for partial." to
                 ws-error
               exit paragraph
           end-if
           if ws-crn-reason equal spaces
               move "Key the reason for the credit." to ws-error
               exit paragraph
           end-if

      *  A FULL CREDIT TAKES EXACTLY WHAT IS LEFT, SO THE INVOICE
      *  NETS TO NIL WITHOUT A PENNY OF ROUNDING. A PARTIAL ONE ADDS
      *  VAT AT THE INVOICE'S RATE TO THE NET KEYED, NEVER TAKING
      *  THE GROSS BELOW NIL.
           if crn-full
               move ws-left-net to ws-new-net
               move ws-left-gross to ws-new-gross
               compute ws-new-vat = ws-new-gross - ws-new-net
           else
               move function numval (ws-crn-amount) to ws-new-net
               if ws-new-net equal zero
                   move "Key the net amount to credit." to ws-error
                   exit paragraph
               end-if
               if ws-new-net not less than ws-left-net
                   move
                     "Partial credit must be below the remaining net"
                     & " - use F for all of it." to ws-error
                   exit paragraph
               end-if
               compute ws-new-vat rounded =
                 ws-new-net * ws-inv-rate / 100
               compute ws-new-gross = ws-new-net + ws-new-vat
               if ws-new-gross greater than ws-left-gross
                   move ws-left-gross to ws-new-gross
                   compute ws-new-vat = ws-new-gross - ws-new-net
               end-if
           end-if

           perform p270-generate-reference
           perform p240-write-credit-note
           perform p250-update-invoice

           move "CRNOTE" to ws-audit-type
           move ws-next-reference to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit

           perform p560-print-credit-note

           move "CREDITNOTE" to ws-comms-type
           move Crnote-Customer-ID to ws-comms-cust
           move Crnote-Property-ID to ws-comms-prop
           move ws-next-reference to ws-comms-docref
           perform p925-queue-communication

           move spaces to ws-error
           string "Credit note " function trim (ws-next-reference)
             " raised and printed."
             delimited by size into ws-error
           move spaces to ws-crn-extent
           move zero to ws-crn-amount
           move spaces to ws-crn-reason.

       p240-write-credit-note.
           move ws-next-reference to Crnote-ID
           move ws-crn-invoice-id to Crnote-Invoice-ID
           move Invoice-Property-ID of Invoice-Record to
             Crnote-Property-ID
           move Invoice-Customer-ID of Invoice-Record to
             Crnote-Customer-ID
           move Invoice-Name of Invoice-Record to Crnote-Name
           move Invoice-Address1 of Invoice-Record to Crnote-Address1
           move Invoice-Address2 of Invoice-Record to Crnote-Address2
           move Invoice-Postcode of Invoice-Record to Crnote-Postcode
           move ws-new-net to Crnote-Net-Amount
           move ws-new-vat to Crnote-VAT-Amount
           move ws-new-gross to Crnote-Gross-Amount
           move ws-inv-rate to Crnote-VAT-Rate
           move ws-system-date(1:8) to Crnote-Date
           if crn-full
               move "F" to Crnote-Extent
           else
               move "P" to Crnote-Extent
           end-if
           move ws-inv-type to Crnote-Invoice-Type
           move ws-crn-reason to Crnote-Reason
           move ws-session-user-id to Crnote-Raised-By
           open i-o crnotefile
           if file-status = "35"
               close crnotefile
               open output crnotefile
               close crnotefile
               open i-o crnotefile
           end-if
           write Crnote-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close crnotefile.

       p250-update-invoice.

      *  THE INVOICE'S CREDITED TOTALS MOVE WITH EVERY CREDIT NOTE,
      *  AND THE PAID FLAG IS RE-DERIVED THE SAME WAY THE PAYMENTS
      *  SCREEN DERIVES IT - ALLOCATIONS COVERING WHAT IS STILL DUE
      *  AFTER CREDITS.
           perform p550-sum-allocations
           move "0" to invalid-data
           open i-o invoicefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-crn-invoice-id to Invoice-ID
           read invoicefile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               compute Invoice-Credited-Net =
                 ws-cred-net + ws-new-net
               compute Invoice-Credited-Gross =
                 ws-cred-gross + ws-new-gross
               if ws-alloc-total not less than
                 Invoice-Gross-Amount of Invoice-Record -
                 Invoice-Credited-Gross
                   move "Y" to Invoice-Paid
               else
                   move "N" to Invoice-Paid
               end-if
               rewrite Invoice-Record
                   invalid key
                       continue
               end-rewrite
               perform p990-check-file-status
               move "INVOICE" to ws-audit-type
               move ws-crn-invoice-id to ws-audit-key
               move "CREDITED" to ws-audit-action
               perform p900-write-audit
           end-if
           close invoicefile.

       p300-end.

           copy "menuoption.cpy".

       p510-read-invoice.
           move "N" to ws-invoice-found
           move spaces to ws-inv-type
           move spaces to ws-inv-date
           move spaces to ws-inv-name
           move zero to ws-inv-net
           move zero to ws-inv-vat
           move zero to ws-inv-gross
           move zero to ws-inv-rate
           move zero to ws-cred-net
           move zero to ws-cred-gross
           move zero to ws-left-net
           move zero to ws-left-gross
           move function trim (ws-crn-invoice-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-crn-invoice-id
           move "0" to invalid-data
           open input invoicefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-crn-invoice-id to Invoice-ID
           read invoicefile
               invalid key
                   move "1" to invalid-data
           end-read
           close invoicefile
           if key-not-found
               exit paragraph
           end-if
           move "Y" to ws-invoice-found
           move Invoice-Type of Invoice-Record to ws-inv-type
           if ws-inv-type equal spaces
               move "SC" to ws-inv-type
           end-if
           move Invoice-Date of Invoice-Record to ws-inv-date
           move Invoice-Name of Invoice-Record to ws-inv-name
           move Invoice-Net-Amount of Invoice-Record to ws-inv-net
           move Invoice-VAT-Amount of Invoice-Record to ws-inv-vat
           move Invoice-Gross-Amount of Invoice-Record to
             ws-inv-gross

      *  INVOICES RAISED BEFORE THE RATE WAS CARRIED WERE AT 20 PCT.
           move 20 to ws-inv-rate
           if Invoice-VAT-Rate of Invoice-Record is numeric and
             Invoice-VAT-Rate of Invoice-Record not equal zero
               move Invoice-VAT-Rate of Invoice-Record to
                 ws-inv-rate
           end-if
           if Invoice-Credited-Net of Invoice-Record is numeric
               move Invoice-Credited-Net of Invoice-Record to
                 ws-cred-net
           end-if
           if Invoice-Credited-Gross of Invoice-Record is numeric
               move Invoice-Credited-Gross of Invoice-Record to
                 ws-cred-gross
           end-if
           if ws-cred-net less than ws-inv-net
               compute ws-left-net = ws-inv-net - ws-cred-net
           end-if
           if ws-cred-gross less than ws-inv-gross
               compute ws-left-gross = ws-inv-gross - ws-cred-gross
           end-if.

       p530-draw-invoice.

      *  REDRAWS THE INVOICE KEYED, ITS CREDITED AND REMAINING
      *  FIGURES AND THE CREDIT NOTES ALREADY RAISED AGAINST IT.
           move spaces to ws-crn-draw
           move zero to ws-inv-net-disp
           move zero to ws-inv-vat-disp
           move zero to ws-inv-gross-disp
           move zero to ws-cred-net-disp
           move zero to ws-cred-gross-disp
           move zero to ws-left-net-disp
           move zero to ws-left-gross-disp
           move zero to ws-rate-disp
           move spaces to ws-inv-type
           move spaces to ws-inv-date
           move spaces to ws-inv-name
           if ws-crn-invoice-id equal spaces
               exit paragraph
           end-if
           if function trim (ws-crn-invoice-id) is not numeric
               exit paragraph
           end-if
           perform p510-read-invoice
           if not invoice-found
               exit paragraph
           end-if
           move ws-inv-net to ws-inv-net-disp
           move ws-inv-vat to ws-inv-vat-disp
           move ws-inv-gross to ws-inv-gross-disp
           move ws-cred-net to ws-cred-net-disp
           move ws-cred-gross to ws-cred-gross-disp
           move ws-left-net to ws-left-net-disp
           move ws-left-gross to ws-left-gross-disp
           move ws-inv-rate to ws-rate-disp
           perform p540-draw-credit-notes.

       p540-draw-credit-notes.
           move zero to ws-draw-sub
           move "0" to end-of-file
           open input crnotefile
           if file-status = "35"
               move "1" to end-of-file
           else
               move ws-crn-invoice-id to Crnote-Invoice-ID
               start crnotefile key is equal to Crnote-Invoice-ID
                   invalid key
                       move "1" to end-of-file
               end-start
           end-if
           perform until eof
               read crnotefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Crnote-Invoice-ID not equal
                         ws-crn-invoice-id
                           move "1" to end-of-file
                       else
                           if ws-draw-sub less than 6
                               add 1 to ws-draw-sub
                               perform p545-format-crn-line
                           end-if
                       end-if
               end-read
           end-perform
           close crnotefile.

       p545-format-crn-line.
           move Crnote-Gross-Amount to ws-amount-disp
           move spaces to ws-crn-line(ws-draw-sub)
           string "  CN " Crnote-ID
             " " Crnote-Date
             " " Crnote-Extent
             " " ws-amount-disp
             " " Crnote-Reason
             delimited by size into ws-crn-line(ws-draw-sub).

       p550-sum-allocations.
           move zero to ws-alloc-total
           move "0" to end-of-file
           open input payfile
           if file-status not equal "35"
               perform until eof
                   read payfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Pay-Invoice-ID of Pay-Record equal
                             ws-crn-invoice-id and
                             not pay-is-returned
                               add Pay-Amount of Pay-Record to
                                 ws-alloc-total
                           end-if
                   end-read
               end-perform
           end-if
           close payfile.

       p560-print-credit-note.

      *  PRINTS THE CREDIT NOTE CURRENTLY IN THE FILE BUFFER IN THE
      *  SAME LAYOUT AS THE INVOICE IT CREDITS.
           open output crnprintfile
           move spaces to Invprint-Text
           string "CREDIT NOTE No " Crnote-ID
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           string "Date: " Crnote-Date(7:2) "/" Crnote-Date(5:2)
             "/" Crnote-Date(1:4)
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           write Invprint-Line
           move function trim (Crnote-Name) to Invprint-Text
           write Invprint-Line
           move function trim (Crnote-Address1) to Invprint-Text
           write Invprint-Line
           move function trim (Crnote-Address2) to Invprint-Text
           write Invprint-Line
           move function trim (Crnote-Postcode) to Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           string "Re: invoice No " Crnote-Invoice-ID
             " dated " ws-inv-date(7:2) "/" ws-inv-date(5:2)
             "/" ws-inv-date(1:4) " - property "
             Crnote-Property-ID
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           if crnote-is-full
               move "Full credit of the invoice." to Invprint-Text
           else
               move "Part credit of the invoice." to Invprint-Text
           end-if
           write Invprint-Line
           move spaces to Invprint-Text
           string "Reason: " function trim (Crnote-Reason)
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           write Invprint-Line
           move Crnote-Net-Amount to ws-amount-disp
           move spaces to Invprint-Text
           string "Credit (net):           " ws-amount-disp
             delimited by size into Invprint-Text
           write Invprint-Line
           move Crnote-VAT-Amount to ws-amount-disp
           move Crnote-VAT-Rate to ws-rate-disp
           move spaces to Invprint-Text
           string "VAT at " ws-rate-disp
             " pct:       " ws-amount-disp
             delimited by size into Invprint-Text
           write Invprint-Line
           move Crnote-Gross-Amount to ws-amount-disp
           move spaces to Invprint-Text
           string "Total credited:         " ws-amount-disp
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           write Invprint-Line
           move "Torrans Property Management" to Invprint-Text
           write Invprint-Line
           close crnprintfile.

       p270-generate-reference.

      *  CREDIT NOTES HAVE THEIR OWN ROW ON THE SEQUENCE CONTROL
      *  FILE, SO THEIR SERIES IS AS UNBROKEN AS THE INVOICES'.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "CREDITNOTE" to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "CREDITNOTE" to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-next-reference.

       p925-queue-communication.

      *  REGISTERS THE CREDIT NOTE ON THE OUTBOUND QUEUE AT STATUS
      *  QUEUED, THE SAME AS THE INVOICE IT CREDITS WAS.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "COMMS     " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "COMMS     " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-comms-numeric

           open i-o commsqfile
           if file-status = "35"
               close commsqfile
               open output commsqfile
               close commsqfile
               open i-o commsqfile
           end-if
           move ws-comms-numeric to Comms-ID
           move ws-comms-type to Comms-Type
           move ws-comms-cust to Comms-Cust-ID
           move ws-comms-prop to Comms-Property-ID
           move ws-system-date to Comms-Created
           move spaces to Comms-Sent
           move ws-comms-docref to Comms-Doc-Ref
           move "Q" to Comms-Status
           write Comms-Record
               invalid key
                   continue
           end-write
           close commsqfile.

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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE CREDIT JUST
      *  RAISED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 337CrNote.
