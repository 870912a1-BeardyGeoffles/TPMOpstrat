       identification division.
       program-id. 339Return is recursive.

      *  RETURNED PAYMENTS - REVERSES A PAYMENT THE BANK HAS SENT
      *  BACK UNPAID, WHETHER A MONIES RECEIPT, A RENT POSTING OR AN
      *  INVOICE PAYMENT ALLOCATION, WITH A REASON CODE AND THE DATE
      *  IT CAME BACK. UNTIL NOW A BOUNCED CHEQUE WAS PATCHED BY
      *  HAND AND THE RENT ROW OR INVOICE STAYED SHOWING PAID. THE
      *  RECEIPT OR ALLOCATION IS MARKED RETURNED (IT STAYS ON FILE
      *  BUT NO LONGER COUNTS), A RENT ROW HAS THE AMOUNT TAKEN OFF
      *  WHAT IT HAS BEEN PAID, AND THE STATUS OR PAID FLAG IS
      *  RE-DERIVED. CLIENT MONEY COMES OFF THE CLIENT LEDGER AS ITS
      *  OWN RT MOVEMENT; EVERY RETURN IS NUMBERED ON THE RETURNED
      *  PAYMENTS FILE FOR THE NOMINAL EXTRACT. A RETURNED INVOICE
      *  PAYMENT RAISES A RETURNED ITEM CHARGE INVOICE WHEN THE
      *  CLIENT'S AGENCY AGREEMENT ALLOWS ONE - TENANTS AND BUYERS
      *  ARE NEVER CHARGED, AS NO TERMS PERMIT IT. THE PAYER IS
      *  SENT A RETURNED PAYMENT NOTICE THROUGH THE COMMS QUEUE.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select retpayfile assign dynamic ws-path-retpayfile
              organization indexed
              access dynamic
              file status file-status
              record key Retpay-ID OF Retpay-Record.

              select moniesfile assign dynamic ws-path-moniesfile
              organization indexed
              access dynamic
              file status file-status
              record key Monies-ID OF Monies-Record.

              select rentfile assign dynamic ws-path-rentfile
              organization indexed
              access dynamic
              file status file-status
              record key Rent-ID OF Rent-Record
              alternate record key Rent-Tenancy-ID OF
                Rent-Record with duplicates.

              select payfile assign dynamic ws-path-payfile
              organization indexed
              access dynamic
              file status file-status
              record key Pay-ID OF Pay-Record
              alternate record key Pay-Invoice-ID OF
                Pay-Record with duplicates.

              select invoicefile assign dynamic
                ws-path-invoicefile
              organization indexed
              access dynamic
              file status file-status
              record key Invoice-ID OF Invoice-Record.

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

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select agreefile assign dynamic ws-path-agreefile
              organization indexed
              access dynamic
              file status file-status
              record key Agree-Property-ID OF Agree-Record.

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

              select commsqfile assign dynamic ws-path-commsqfile
              organization indexed
              access dynamic
              file status file-status
              record key Comms-ID OF Comms-Record.

              select invprintfile assign dynamic
                ws-path-invprintfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd retpayfile.
       copy "retpayrec.cpy".

       fd moniesfile.
       copy "moniesrec.cpy".

       fd rentfile.
       copy "rentrec.cpy".

       fd payfile.
       copy "payrec.cpy".

       fd invoicefile.
       copy "invoicerec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd agreefile.
       copy "agreementrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd invprintfile.
       copy "invprintrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-ret-source pic x(2) value spaces.
         88 valid-ret-source value "MN" "RN" "IP".
         88 ret-monies value "MN".
         88 ret-rent value "RN".
         88 ret-invpay value "IP".
       01 ws-ret-source-id pic x(10) value spaces.
       01 ws-ret-amount-in pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-ret-date pic x(8) value spaces.
       01 ws-ret-reason pic x(2) value spaces.
         88 valid-ret-reason value "RD" "IF" "SC" "RC" "OT".
       01 ws-reverse-payment PIC X(1) value "N".
         88 reverse-payment value "Y" "y".
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
       01 ws-path-retpayfile pic x(60) value spaces.
       01 ws-path-moniesfile pic x(60) value spaces.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-payfile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-agreefile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-invprintfile pic x(70) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-invoice-number pic x(10) value spaces.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

       copy "client-ledger-variables.cpy".

       01 ws-comms-type pic x(10) value spaces.
       01 ws-comms-cust pic x(10) value spaces.
       01 ws-comms-prop pic x(10) value spaces.
       01 ws-comms-numeric pic 9(10) value zero.
       01 ws-comms-docref pic x(10) value spaces.

      *  THE PAYMENT KEYED, AS IT STANDS ON ITS SOURCE FILE.
       01 ws-item-found pic x(1) value "N".
         88 item-found value "Y".
       01 ws-item-payer pic x(10) value spaces.
       01 ws-item-property pic x(10) value spaces.
       01 ws-item-amount pic 9(9)v99 value zero.
       01 ws-item-date pic x(8) value spaces.
       01 ws-item-method pic x(2) value spaces.
       01 ws-item-state pic x(40) value spaces.
       01 ws-item-name pic x(30) value spaces.
       01 ws-item-invoice pic x(10) value spaces.
       01 ws-item-closed pic x(1) value "N".
         88 item-closed value "Y".

      *  THE RETURN BEING POSTED.
       01 ws-ret-amount pic 9(9)v99 value zero.
       01 ws-ret-landlord pic x(10) value spaces.
       01 ws-ret-charge pic 9(3)v99 value zero.
       01 ws-ret-new-paid pic 9(7)v99 value zero.
       01 ws-ret-overdrawn pic x(1) value "N".
         88 ret-overdrawn value "Y".
       01 ws-alloc-total pic 9(9)v99 value zero.
       01 ws-inv-credited pic 9(9)v99 value zero.

       01 ws-item-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-charge-disp pic ZZ9.99 value zero.

      *  THE RETURNS ALREADY POSTED AGAINST THE PAYMENT KEYED -
      *  BEYOND FIVE DO NOT FIT AND ARE LEFT OFF (THEY STAY ON FILE).
       01 ws-ret-draw.
         03 ws-ret-line occurs 5 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.

       Screen section.

       01 Return-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  RETURNED PAYMENTS
         03 foreground-color 14 line 2 col 2 value
           "RETURNED PAYMENTS".
         03 line 3 col 2 value "Source:    [".
         03 pic x(2) using ws-ret-source highlight prompt " ".
         03 value "] MN=Monies receipt RN=Rent row IP=Invoice payment".
         03 line 4 col 2 value "Reference: [".
         03 pic x(10) using ws-ret-source-id highlight prompt " ".
         03 value "]".
         03 line 6 col 2 value "Payer:     [".
         03 pic x(30) from ws-item-name.
         03 value "]  Property: [".
         03 pic x(10) from ws-item-property.
         03 value "]".
         03 line 7 col 2 value "Paid:      [".
         03 pic x(14) from ws-item-amount-disp.
         03 value "]  Dated: [".
         03 pic x(8) from ws-item-date.
         03 value "]  Method: [".
         03 pic x(2) from ws-item-method.
         03 value "]".
         03 line 8 col 2 value "Standing:  [".
         03 pic x(40) from ws-item-state.
         03 value "]".
         03 pic x(76) from ws-ret-line(1) line 10 col 3.
         03 pic x(76) from ws-ret-line(2) line 11 col 3.
         03 pic x(76) from ws-ret-line(3) line 12 col 3.
         03 pic x(76) from ws-ret-line(4) line 13 col 3.
         03 pic x(76) from ws-ret-line(5) line 14 col 3.
         03 line 16 col 2 value "RD=Refer to drawer IF=No funds"
           & " SC=Stopped cheque RC=Recalled credit OT=Other".
         03 line 17 col 2 value "Amount returned: [".
         03 pic Z,ZZZ,ZZ9.99 using ws-ret-amount-in highlight
           prompt " ".
         03 value "] Rent only - blank takes all paid".
         03 line 18 col 2 value "Date returned:   [".
         03 pic x(8) using ws-ret-date highlight prompt " ".
         03 value "] YYYYMMDD - blank for today".
         03 line 19 col 2 value "Reason:          [".
         03 pic x(2) using ws-ret-reason highlight prompt " ".
         03 value "]".
         03 line 20 col 2 value "Reverse payment?:[".
         03 pic x(1) using ws-reverse-payment highlight prompt " ".
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
           string function trim (ws-data-dir) "returns.dat"
             delimited by size into ws-path-retpayfile
           string function trim (ws-data-dir) "monies.dat"
             delimited by size into ws-path-moniesfile
           string function trim (ws-data-dir) "rentledger.dat"
             delimited by size into ws-path-rentfile
           string function trim (ws-data-dir) "invpays.dat"
             delimited by size into ws-path-payfile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "agreements.dat"
             delimited by size into ws-path-agreefile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p200-process.
           perform p210-getsystemdate
           perform p220-check-session-timeout.
           if session-logout
               move "1" to ws-done
               exit
           end-if
           perform p530-draw-item
           display Return-screen
           accept Return-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done
               if reverse-payment
                   perform p230-reverse-payment
                   move "N" to ws-reverse-payment
               end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-reverse-payment.
           move function upper-case (ws-ret-source) to ws-ret-source
           if not valid-ret-source
               move "Key the source - MN, RN or IP." to ws-error
               exit paragraph
           end-if
           if ws-ret-source-id equal spaces or
             function trim (ws-ret-source-id) is not numeric
               move "Key the reference of the payment returned." to
                 ws-error
               exit paragraph
           end-if
           perform p510-read-item
           if not item-found
               move "Payment does not exist." to ws-error
               exit paragraph
           end-if
           if item-closed
               string "Cannot reverse - " function trim
                 (ws-item-state) "."
                 delimited by size into ws-error
               exit paragraph
           end-if
           move function upper-case (ws-ret-reason) to ws-ret-reason
           if not valid-ret-reason
               move "Key the reason - RD, IF, SC, RC or OT." to
                 ws-error
               exit paragraph
           end-if
           if ws-ret-date equal spaces
               move ws-system-date(1:8) to ws-ret-date
           end-if
           if ws-ret-date is not numeric or
             ws-ret-date greater than ws-system-date(1:8)
               move "Date returned must be YYYYMMDD, not after today."
                 to ws-error
               exit paragraph
           end-if
           if ws-item-date is numeric and
             ws-ret-date less than ws-item-date
               move "Date returned is before the payment was taken."
                 to ws-error
               exit paragraph
           end-if

      *  A RECEIPT OR ALLOCATION GOES BACK WHOLE. A RENT ROW MAY
      *  HAVE BEEN PAID BY MORE THAN ONE PAYMENT, SO ONLY THE ONE
      *  THAT BOUNCED IS TAKEN OFF - ALL OF IT WHEN NONE IS KEYED.
           move ws-item-amount to ws-ret-amount
           if ret-rent
               move function numval (ws-ret-amount-in) to
                 ws-ret-amount
               if ws-ret-amount equal zero
                   move ws-item-amount to ws-ret-amount
               end-if
               if ws-ret-amount greater than ws-item-amount
                   move "Amount returned is more than the row has"
                     & " been paid." to ws-error
                   exit paragraph
               end-if
           end-if

           move spaces to ws-error
           move zero to ws-ret-charge
           move spaces to ws-invoice-number
           move "N" to ws-ret-overdrawn
           evaluate TRUE
               when ret-monies
                   perform p300-return-monies
               when ret-rent
                   perform p400-return-rent
               when ret-invpay
                   perform p500-return-invpay
           end-evaluate
           if ws-error not equal spaces
               exit paragraph
           end-if

           perform p270-generate-reference
           perform p240-write-return

           move "RETPAY" to ws-audit-type
           move ws-next-reference to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit

           move "RETURNED" to ws-comms-type
           move ws-item-payer to ws-comms-cust
           move ws-item-property to ws-comms-prop
           move ws-next-reference to ws-comms-docref
           perform p925-queue-communication

           move spaces to ws-error
           evaluate TRUE
               when ws-invoice-number not equal spaces
                   string "Return " function trim (ws-next-reference)
                     " posted - charge invoice "
                     function trim (ws-invoice-number) " raised."
                     delimited by size into ws-error
               when ret-overdrawn
                   string "Return " function trim (ws-next-reference)
                     " posted - CLIENT LEDGER NOW OVERDRAWN."
                     delimited by size into ws-error
               when other
                   string "Return " function trim (ws-next-reference)
                     " posted and payer notified."
                     delimited by size into ws-error
           end-evaluate
           move zero to ws-ret-amount-in
           move spaces to ws-ret-date
           move spaces to ws-ret-reason.

       p240-write-return.
           move spaces to Retpay-Record
           move ws-next-reference to Retpay-ID
           move ws-ret-source to Retpay-Source
           move ws-ret-source-id to Retpay-Source-ID
           move ws-item-property to Retpay-Property-ID
           move ws-item-payer to Retpay-Payer-ID
           move ws-ret-amount to Retpay-Amount
           move ws-ret-date to Retpay-Date
           move ws-ret-reason to Retpay-Reason
           move ws-ret-charge to Retpay-Charge
           move ws-invoice-number to Retpay-Charge-Invoice
           move ws-session-user-id to Retpay-User-ID
           move ws-system-date to Retpay-Posted
           open i-o retpayfile
           if file-status = "35"
               close retpayfile
               open output retpayfile
               close retpayfile
               open i-o retpayfile
           end-if
           write Retpay-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close retpayfile.

       p270-generate-reference.

      *  RETURNED PAYMENTS HAVE THEIR OWN ROW ON THE SEQUENCE
      *  CONTROL FILE.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "RETPAY    " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "RETPAY    " to Seq-Key
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

       p300-return-monies.

      *  THE RECEIPT STAYS ON FILE MARKED RETURNED, WHICH TAKES IT
      *  OUT OF THE BALANCE HELD EVERYWHERE A REFUND WOULD. THE
      *  CLIENT MONEY IT REPRESENTED NEVER ARRIVED, SO IT COMES
      *  OFF THE PAYER'S CLIENT LEDGER AS A RETURNED MOVEMENT.
           move "0" to invalid-data
           open i-o moniesfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-ret-source-id to Monies-ID
           read moniesfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close moniesfile
               move "Receipt does not exist." to ws-error
               exit paragraph
           end-if
           move "Y" to Monies-Returned
           move ws-ret-date to Monies-Return-Date
           rewrite Monies-Record
               invalid key
                   move "Receipt not found." to ws-error
           end-rewrite
           perform p990-check-file-status
           close moniesfile
           if ws-error not equal spaces
               exit paragraph
           end-if
           move ws-item-payer to ws-cled-client
           perform p600-post-returned-movement.

       p400-return-rent.

      *  WHAT THE ROW HAS BEEN PAID COMES DOWN BY THE AMOUNT
      *  RETURNED AND THE STATUS IS RE-DERIVED FROM THE AMOUNTS -
      *  OPEN WHEN NOTHING IS LEFT PAID, PART PAID OTHERWISE UNLESS
      *  WHAT REMAINS STILL COVERS THE DUE. THE RENT WAS CREDITED TO
      *  THE LANDLORD'S CLIENT LEDGER WHEN IT WAS POSTED, SO IT IS
      *  TAKEN BACK OFF THERE.
           move "0" to invalid-data
           open i-o rentfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-ret-source-id to Rent-ID
           read rentfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close rentfile
               move "Rent row does not exist." to ws-error
               exit paragraph
           end-if
           compute ws-ret-new-paid =
             Rent-Amount-Paid of Rent-Record - ws-ret-amount
           move ws-ret-new-paid to Rent-Amount-Paid
           evaluate TRUE
               when ws-ret-new-paid equal zero
                   move "O" to Rent-Status
                   move spaces to Rent-Paid-Date
               when ws-ret-new-paid less than
                 Rent-Amount-Due of Rent-Record
                   move "T" to Rent-Status
               when other
                   move "P" to Rent-Status
           end-evaluate
           rewrite Rent-Record
               invalid key
                   move "Rent row not found." to ws-error
           end-rewrite
           perform p990-check-file-status
           close rentfile
           if ws-error not equal spaces
               exit paragraph
           end-if
           move "RENT" to ws-audit-type
           move ws-ret-source-id to ws-audit-key
           move "RETURNED" to ws-audit-action
           perform p900-write-audit
           move ws-ret-landlord to ws-cled-client
           perform p600-post-returned-movement.

       p500-return-invpay.

      *  THE ALLOCATION STAYS ON FILE MARKED RETURNED AND THE
      *  INVOICE'S PAID FLAG IS RE-DERIVED THE WAY THE PAYMENTS
      *  SCREEN DERIVES IT. FEES ARE OFFICE MONEY, SO NOTHING
      *  MOVES ON THE CLIENT LEDGER.
           move "0" to invalid-data
           open i-o payfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-ret-source-id to Pay-ID
           read payfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close payfile
               move "Payment allocation does not exist." to ws-error
               exit paragraph
           end-if
           move "Y" to Pay-Returned
           move ws-ret-date to Pay-Return-Date
           rewrite Pay-Record
               invalid key
                   move "Payment allocation not found." to ws-error
           end-rewrite
           perform p990-check-file-status
           close payfile
           if ws-error not equal spaces
               exit paragraph
           end-if
           perform p550-sum-allocations
           move "0" to invalid-data
           open i-o invoicefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-item-invoice to Invoice-ID
           read invoicefile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move zero to ws-inv-credited
               if Invoice-Credited-Gross of Invoice-Record is numeric
                   move Invoice-Credited-Gross of Invoice-Record to
                     ws-inv-credited
               end-if
               if ws-alloc-total not less than
                 Invoice-Gross-Amount of Invoice-Record -
                 ws-inv-credited
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
               move ws-item-invoice to ws-audit-key
               move "PAIDFLAG" to ws-audit-action
               perform p900-write-audit
           end-if
           close invoicefile
           perform p560-returned-item-charge.

       p550-sum-allocations.
           move zero to ws-alloc-total
           move "0" to end-of-file
           open input payfile
           if file-status = "35"
               move "1" to end-of-file
           else
               move ws-item-invoice to Pay-Invoice-ID
               start payfile key is equal to Pay-Invoice-ID
                   invalid key
                       move "1" to end-of-file
               end-start
           end-if
           perform until eof
               read payfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Pay-Invoice-ID of Pay-Record not equal
                         ws-item-invoice
                           move "1" to end-of-file
                       else
                           if not pay-is-returned
                               add Pay-Amount of Pay-Record to
                                 ws-alloc-total
                           end-if
                       end-if
               end-read
           end-perform
           close payfile.

       p560-returned-item-charge.

      *  THE CHARGE IS ONLY MADE WHERE THE CLIENT SIGNED TERMS THAT
      *  ALLOW IT - THE AGENCY AGREEMENT FOR THE INVOICE'S PROPERTY,
      *  SIGNED BY THE SAME CLIENT THE INVOICE WAS RAISED TO. IT IS
      *  A COMPENSATION CHARGE, SO NO VAT IS ADDED.
           move "0" to invalid-data
           open input agreefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-item-property to Agree-Property-ID
           read agreefile
               invalid key
                   move "1" to invalid-data
           end-read
           close agreefile
           if key-not-found
               exit paragraph
           end-if
           if Agree-Customer-ID not equal ws-item-payer or
             Agree-Returned-Fee is not numeric or
             Agree-Returned-Fee equal zero
               exit paragraph
           end-if
           move Agree-Returned-Fee to ws-ret-charge

           perform p565-generate-invoice-number
           perform p520-read-payer
           open i-o invoicefile
           if file-status = "35"
               close invoicefile
               open output invoicefile
               close invoicefile
               open i-o invoicefile
           end-if
           move ws-invoice-number to Invoice-ID
           move ws-item-property to Invoice-Property-ID
           move ws-item-payer to Invoice-Customer-ID
           move cust-name of custrec to Invoice-Name
           move cust-address1 of custrec to Invoice-Address1
           move cust-address2 of custrec to Invoice-Address2
           move cust-postcode of custrec to Invoice-Postcode
           move ws-ret-charge to Invoice-Net-Amount
           move zero to Invoice-VAT-Amount
           move zero to Invoice-VAT-Rate
           move zero to Invoice-Credited-Net
           move zero to Invoice-Credited-Gross
           move ws-ret-charge to Invoice-Gross-Amount
           move ws-system-date(1:8) to Invoice-Date
           move "N" to Invoice-Paid
           move "RI" to Invoice-Type
           write Invoice-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close invoicefile

           move "INVOICE" to ws-audit-type
           move ws-invoice-number to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit

           perform p570-print-charge-invoice.

       p565-generate-invoice-number.

      *  NEXT NUMBER FROM THE SAME SERIES EVERY OTHER INVOICE
      *  DRAWS FROM - ONE UNBROKEN SERIES FOR THE AUDITORS.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "INVOICES  " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "INVOICES  " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-invoice-number.

       p570-print-charge-invoice.

      *  ONE PRINT FILE PER INVOICE, THROUGH THE USUAL LAYOUT.
           move spaces to ws-path-invprintfile
           string function trim (ws-data-dir) "invoice"
             function trim (ws-invoice-number) ".txt"
             delimited by size into ws-path-invprintfile
           open output invprintfile
           move spaces to Invprint-Text
           string "INVOICE No " ws-invoice-number
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           string "Date: " ws-system-date(7:2) "/"
             ws-system-date(5:2) "/" ws-system-date(1:4)
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           write Invprint-Line
           move function trim (Invoice-Name) to Invprint-Text
           write Invprint-Line
           move function trim (Invoice-Address1) to Invprint-Text
           write Invprint-Line
           move function trim (Invoice-Address2) to Invprint-Text
           write Invprint-Line
           move function trim (Invoice-Postcode) to Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           string "Returned item charge - payment "
             function trim (ws-ret-source-id)
             " against invoice " function trim (ws-item-invoice)
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           string "returned unpaid by the bank on " ws-ret-date(7:2)
             "/" ws-ret-date(5:2) "/" ws-ret-date(1:4)
             ", as allowed by your terms of business."
             delimited by size into Invprint-Text
           write Invprint-Line
           move ws-ret-charge to ws-amount-disp
           move spaces to Invprint-Text
           string "Charge (no VAT):   " ws-amount-disp
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           write Invprint-Line
           move "Torrans Property Management" to Invprint-Text
           write Invprint-Line
           close invprintfile.

       p600-post-returned-movement.

      *  THE RETURN COMES OFF THE CLIENT'S LEDGER AGAINST THE
      *  SOURCE IT WAS CREDITED FROM. CLIENT MONEY MAY ALREADY HAVE
      *  BEEN PAID AWAY ON THE STRENGTH OF THE RECEIPT, SO AN
      *  OVERDRAWN LEDGER IS POSTED ANYWAY AND FLAGGED FOR ACTION.
           move "RT" to ws-cled-type
           compute ws-cled-amount = 0 - ws-ret-amount
           move ws-item-property to ws-cled-property
           move ws-ret-source-id to ws-cled-source
           perform p907-post-client-ledger
           move spaces to ws-cled-source
           perform p908-client-balance
           if ws-cled-balance less than zero
               move "Y" to ws-ret-overdrawn
               move "CLIENTLED" to ws-audit-type
               move ws-cled-client to ws-audit-key
               move "OVERDRAWN" to ws-audit-action
               perform p900-write-audit
           end-if.

           copy "post-client-ledger.cpy".

       p510-read-item.

      *  LOADS THE PAYMENT KEYED FROM ITS SOURCE FILE - WHO PAID
      *  IT, FOR WHICH PROPERTY, HOW MUCH AND WHEN - AND WHETHER IT
      *  CAN STILL BE REVERSED.
           move "N" to ws-item-found
           move "N" to ws-item-closed
           move spaces to ws-item-payer
           move spaces to ws-item-property
           move zero to ws-item-amount
           move spaces to ws-item-date
           move spaces to ws-item-method
           move spaces to ws-item-state
           move spaces to ws-item-invoice
           move spaces to ws-ret-landlord
           move function trim (ws-ret-source-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-ret-source-id
           evaluate TRUE
               when ret-monies
                   perform p511-read-monies
               when ret-rent
                   perform p512-read-rent
               when ret-invpay
                   perform p513-read-invpay
           end-evaluate.

       p511-read-monies.
           move "0" to invalid-data
           open input moniesfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-ret-source-id to Monies-ID
           read moniesfile
               invalid key
                   move "1" to invalid-data
           end-read
           close moniesfile
           if key-not-found
               exit paragraph
           end-if
           move "Y" to ws-item-found
           move Monies-Customer-ID to ws-item-payer
           move Monies-Property-ID to ws-item-property
           move Monies-Amount to ws-item-amount
           move Monies-Date to ws-item-date
           move Monies-Method to ws-item-method
           move "Receipt held" to ws-item-state
           evaluate TRUE
               when monies-is-returned
                   move "Y" to ws-item-closed
                   move "receipt already returned" to ws-item-state
               when monies-is-refunded
                   move "Y" to ws-item-closed
                   move "receipt has been refunded" to ws-item-state
               when monies-is-converted
                   move "Y" to ws-item-closed
                   move "deposit converted - return the rent"
                     to ws-item-state
           end-evaluate.

       p512-read-rent.
           move "0" to invalid-data
           open input rentfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-ret-source-id to Rent-ID
           read rentfile
               invalid key
                   move "1" to invalid-data
           end-read
           close rentfile
           if key-not-found
               exit paragraph
           end-if
           move "Y" to ws-item-found
           move Rent-Tenant-ID to ws-item-payer
           move Rent-Property-ID to ws-item-property
           move Rent-Amount-Paid to ws-item-amount
           move Rent-Paid-Date to ws-item-date
           evaluate TRUE
               when rent-is-paid
                   move "Rent paid in full" to ws-item-state
               when rent-is-part-paid
                   move "Rent part paid" to ws-item-state
               when other
                   move "Y" to ws-item-closed
                   move "rent row has nothing paid" to
                     ws-item-state
           end-evaluate
           if Rent-Amount-Paid equal zero
               move "Y" to ws-item-closed
               move "rent row has nothing paid" to ws-item-state
           end-if

      *  THE LANDLORD WHOSE CLIENT LEDGER THE RENT WAS CREDITED TO.
           open input PropertyFile
           if file-status not equal "35"
               move Rent-Property-ID to Property-ID of Property-Record
               read PropertyFile
                   invalid key
                       continue
                   not invalid key
                       move Customer-ID of Property-Record to
                         ws-ret-landlord
               end-read
           end-if
           close PropertyFile.

       p513-read-invpay.
           move "0" to invalid-data
           open input payfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-ret-source-id to Pay-ID
           read payfile
               invalid key
                   move "1" to invalid-data
           end-read
           close payfile
           if key-not-found
               exit paragraph
           end-if
           move "Y" to ws-item-found
           move Pay-Invoice-ID to ws-item-invoice
           move Pay-Amount to ws-item-amount
           move Pay-Date to ws-item-date
           move Pay-Method to ws-item-method
           move spaces to ws-item-state
           string "Paid against invoice "
             function trim (ws-item-invoice)
             delimited by size into ws-item-state
           if pay-is-returned
               move "Y" to ws-item-closed
               move "payment already returned" to ws-item-state
           end-if
           if Pay-Method equal "SN"
               move "Y" to ws-item-closed
               move "netted by solicitor - credit the invoice"
                 to ws-item-state
           end-if
           move "0" to invalid-data
           open input invoicefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-item-invoice to Invoice-ID
           read invoicefile
               invalid key
                   move "1" to invalid-data
           end-read
           close invoicefile
           if not key-not-found
               move Invoice-Customer-ID to ws-item-payer
               move Invoice-Property-ID to ws-item-property
           end-if.

       p520-read-payer.
           move spaces to custrec
           open input custfile
           if file-status not equal "35"
               move ws-item-payer to cust-id of custrec
               read custfile
                   invalid key
                       move spaces to custrec
               end-read
           end-if
           close custfile.

       p530-draw-item.

      *  REDRAWS THE PAYMENT KEYED, WHERE IT STANDS AND THE RETURNS
      *  ALREADY POSTED AGAINST IT.
           move spaces to ws-ret-draw
           move spaces to ws-item-name
           move zero to ws-item-amount-disp
           move spaces to ws-item-date
           move spaces to ws-item-method
           move spaces to ws-item-state
           move spaces to ws-item-property
           move function upper-case (ws-ret-source) to ws-ret-source
           if not valid-ret-source or ws-ret-source-id equal spaces
               exit paragraph
           end-if
           if function trim (ws-ret-source-id) is not numeric
               exit paragraph
           end-if
           perform p510-read-item
           if not item-found
               move "not on file" to ws-item-state
               exit paragraph
           end-if
           move ws-item-amount to ws-item-amount-disp
           perform p520-read-payer
           move cust-name of custrec to ws-item-name
           perform p540-draw-returns.

       p540-draw-returns.
           move zero to ws-draw-sub
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
                       if Retpay-Source equal ws-ret-source and
                         Retpay-Source-ID equal ws-ret-source-id and
                         ws-draw-sub less than 5
                           add 1 to ws-draw-sub
                           perform p545-format-return-line
                       end-if
               end-read
           end-perform
           close retpayfile.

       p545-format-return-line.
           move Retpay-Amount to ws-amount-disp
           move spaces to ws-ret-line(ws-draw-sub)
           string "  RT " Retpay-ID
             " " Retpay-Date
             " " ws-amount-disp
             " " Retpay-Reason
             delimited by size into ws-ret-line(ws-draw-sub)
           if Retpay-Charge-Invoice not equal spaces
               move Retpay-Charge to ws-charge-disp
               move spaces to ws-ret-line(ws-draw-sub)
               string "  RT " Retpay-ID
                 " " Retpay-Date
                 " " ws-amount-disp
                 " " Retpay-Reason
                 " charge " ws-charge-disp
                 " inv " Retpay-Charge-Invoice
                 delimited by size into ws-ret-line(ws-draw-sub)
           end-if.

       p925-queue-communication.

      *  REGISTERS THE RETURNED PAYMENT NOTICE ON THE OUTBOUND
      *  QUEUE AT STATUS QUEUED, CARRYING THE RETURN REFERENCE.
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RETURN JUST
      *  POSTED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 339Return.
