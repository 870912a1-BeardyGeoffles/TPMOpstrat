              organization line sequential
              file status file-status.

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select counterfile assign dynamic ws-path-counterfile
              organization indexed
              access dynamic
              file status file-status
              record key Ctr-ID OF Ctr-Record.

       data division.

       file section.
       fd receiptfile.
       copy "receiptrec.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd counterfile.
       copy "counterrec.cpy".

       working-storage section.

       01 ws-Monies-Record.
         05 ws-monies-refunded pic x(1) value "N".
         05 ws-monies-pay-run pic x(10) value spaces.
         05 ws-monies-refund-date pic x(8) value spaces.
         05 ws-monies-hd-deadline pic x(8) value spaces.
         05 ws-monies-converted pic x(1) value "N".
         05 ws-monies-returned pic x(1) value "N".
         05 ws-monies-return-date pic x(8) value spaces.
       01 ws-property-name pic x(30) value spaces.
       01 ws-cust-name pic x(30) value spaces.
       01 ws-new-payment PIC X(1) value "N".
       01 ws-path-authfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-receiptfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-counterfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-balance-held pic 9(9)v99 value zero.
       01 ws-balance-held-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-receipt-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-monies-old-amount pic 9(9)v99 value zero.

      *  TENANT FEES ACT - A LETTINGS HOLDING DEPOSIT IS CAPPED AT
      *  ONE WEEK'S RENT AND STARTS A 15-DAY DEADLINE FOR AGREEMENT.
       01 ws-prop-rent pic 9(7)v99 value zero.
       01 ws-prop-letting pic x(1) value "N".
         88 prop-is-letting value "Y".
       01 ws-hd-cap pic 9(9)v99 value zero.
       01 ws-hd-cap-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-hd-ok pic x(1) value "Y".
         88 hd-within-cap value "Y".
       01 ws-hd-deadline-days pic 9(2) value 15.
       01 ws-hd-int pic 9(8) value zero.

       copy "client-ledger-variables.cpy".

       copy "counter-receipt-variables.cpy".

       Screen section.

         03 line 14 col 2 value "Refunded?:        [".
         03 pic x(1) using ws-monies-refunded highlight prompt " ".
         03 value "]".
         03 line 14 col 35 value "Converted?: [".
         03 pic x(1) using ws-monies-converted highlight prompt " ".
         03 value "]  Agree by: [".
         03 pic x(8) from ws-monies-hd-deadline.
         03 value "]".
         03 line 16 col 2 value "Save changes?:    [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "receipt.txt"
             delimited by size into ws-path-receiptfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "counterreceipts.dat"
             delimited by size into ws-path-counterfile.

       p200-process.
           perform p210-getsystemdate
               else
                   move "Y" to ws-monies-refunded
               end-if
               if ws-monies-converted not equal "Y" and
                 ws-monies-converted not equal "y"
                   move "N" to ws-monies-converted
               else
                   move "Y" to ws-monies-converted
               end-if
               if new-payment
                   move spaces to ws-Monies-ID
                   perform p580-check-holding-deposit
                   if not hd-within-cap
                       perform p581-holding-deposit-message
                   else
                   if valid-property and valid-customer and
                     ws-monies-amount not equal zero and
                     valid-monies-method and valid-monies-purpose
                         & " method and purpose required." to
                         ws-error
                   end-if
                   end-if
               ELSE
                   if ws-Monies-ID not equal space
                       evaluate TRUE
           move spaces to ws-monies-method
           move spaces to ws-monies-purpose
           move "N" to ws-monies-refunded
           move spaces to ws-monies-hd-deadline
           move "N" to ws-monies-converted
           move "N" to ws-monies-returned
           move spaces to ws-monies-return-date
           move spaces to ws-cust-name.

       p230-save-new-payment.
             ws-monies-method
           move function upper-case (ws-monies-purpose) to
             ws-monies-purpose
           move spaces to ws-monies-hd-deadline
           perform p585-set-hd-deadline
           move ws-Monies-Record to Monies-Record
           write Monies-Record.
           perform p990-check-file-status
           move "CREATE" to ws-audit-action
           perform p900-write-audit.

      *  THE RECEIPT IS CLIENT MONEY HELD FOR THE PAYER.
           move ws-monies-cust-id to ws-cled-client
           move "RC" to ws-cled-type
           move ws-monies-amount to ws-cled-amount
           move ws-monies-property-id to ws-cled-property
           move ws-Monies-ID to ws-cled-source
           perform p907-post-client-ledger

      *  CASH AND CHEQUES GO ON THE BRANCH'S BANKING SHEET.
           move ws-monies-method to ws-ctr-method
           move ws-monies-amount to ws-ctr-amount
           move ws-monies-date to ws-ctr-date
           move "MN" to ws-ctr-source
           move ws-Monies-ID to ws-ctr-source-id
           move ws-monies-property-id to ws-ctr-property
           perform p909-post-counter-receipt

           perform p560-print-receipt.

       p240-read-payment.

           if not key-not-found
               move Monies-Record to ws-Monies-Record
               move ws-monies-amount to ws-monies-old-amount
               move "Payment record retrieved." to ws-error
               perform p501-checkvalidproperty
               perform p502-checkvalidcustomer

       p250-update-payment.

      *  A PAYMENT THE BANK RETURNED UNPAID WAS REVERSED ON THE
      *  RETURNED PAYMENTS SCREEN AND IS NOT CHANGED HERE.
           if ws-monies-returned equal "Y"
               move "Payment was returned unpaid - nothing saved."
                 to ws-error
               exit paragraph
           end-if
           perform p580-check-holding-deposit
           if not hd-within-cap
               perform p581-holding-deposit-message
               exit paragraph
           end-if

      *  MARKING A PAYMENT REFUNDED IS A NAMED SENSITIVE FUNCTION
      *  ON THE AUTHORISATION MATRIX.
           if ws-monies-refunded equal "Y"
             ws-monies-method
           move function upper-case (ws-monies-purpose) to
             ws-monies-purpose
           perform p585-set-hd-deadline
           move ws-Monies-Record to Monies-Record
           rewrite Monies-Record
               invalid key
                   move "MONIES" to ws-audit-type
                   move ws-Monies-ID to ws-audit-key
                   move "UPDATE" to ws-audit-action
                   perform p900-write-audit
                   perform p255-adjust-client-ledger
                   perform p256-adjust-counter-receipt.

       p255-adjust-client-ledger.

      *  A CORRECTED AMOUNT POSTS THE DIFFERENCE TO THE PAYER'S
      *  CLIENT LEDGER SO THEIR BALANCE FOLLOWS THE RECEIPT.
           if ws-monies-amount equal ws-monies-old-amount
               exit paragraph
           end-if
           move ws-monies-cust-id to ws-cled-client
           move "RC" to ws-cled-type
           compute ws-cled-amount =
             ws-monies-amount - ws-monies-old-amount
           move ws-monies-property-id to ws-cled-property
           move ws-Monies-ID to ws-cled-source
           perform p907-post-client-ledger
           move ws-monies-amount to ws-monies-old-amount.

       p256-adjust-counter-receipt.

      *  A CORRECTED AMOUNT, METHOD OR DATE FOLLOWS THROUGH TO THE
      *  BANKING SHEET UNTIL THE RECEIPT HAS BEEN PAID IN.
           move ws-monies-method to ws-ctr-method
           move ws-monies-amount to ws-ctr-amount
           move ws-monies-date to ws-ctr-date
           move "MN" to ws-ctr-source
           move ws-Monies-ID to ws-ctr-source-id
           move ws-monies-property-id to ws-ctr-property
           perform p910-amend-counter-receipt
           if ctr-already-banked
               move "Payment record updated - already banked, paying"
                 & "-in slip unchanged." to ws-error
           end-if.

       p270-generate-reference.
           move "0" to invalid-data
                           not at end
                               if Monies-Property-ID of Monies-Record
                                 equal ws-monies-property-id and
                                 not monies-is-refunded and
                                 not monies-is-returned
                                   add Monies-Amount of Monies-Record
                                     to ws-balance-held
                               end-if
           end-if
           move ws-balance-held to ws-balance-held-disp.

       p580-check-holding-deposit.

      *  A HOLDING DEPOSIT ON A LETTING MAY BE NO MORE THAN ONE
      *  WEEK'S RENT - THE MONTHLY RENT OVER A TWELVE-MONTH YEAR
      *  OF 52 WEEKS. A LETTING WITH NO RENT ON IT CANNOT TAKE ONE.
           move "Y" to ws-hd-ok
           move zero to ws-hd-cap
           if function upper-case (ws-monies-purpose) not equal "HD"
             or not prop-is-letting
               exit paragraph
           end-if
           compute ws-hd-cap = ws-prop-rent * 12 / 52
           if ws-monies-amount greater than ws-hd-cap
               move "N" to ws-hd-ok
           end-if.

       p581-holding-deposit-message.
           move ws-hd-cap to ws-hd-cap-disp
           move spaces to ws-error
           string "Holding deposit over one week's rent - no more"
             " than " function trim (ws-hd-cap-disp)
             " may be taken."
             delimited by size into ws-error.

       p585-set-hd-deadline.

      *  THE AGREEMENT DEADLINE RUNS 15 DAYS FROM THE DAY A
      *  LETTINGS HOLDING DEPOSIT IS RECEIVED.
           if ws-monies-purpose not equal "HD" or
             not prop-is-letting
               move spaces to ws-monies-hd-deadline
               exit paragraph
           end-if
           if ws-monies-hd-deadline not equal spaces or
             ws-monies-date is not numeric
               exit paragraph
           end-if
           compute ws-hd-int =
             function integer-of-date (function numval
             (ws-monies-date)) + ws-hd-deadline-days
           move function date-of-integer (ws-hd-int) to
             ws-monies-hd-deadline.

       p560-print-receipt.

      *  PRINTS A RECEIPT FOR THE PAYMENT CURRENTLY ON SCREEN - SAME

           copy "check-authority.cpy".

           copy "post-client-ledger.cpy".

           copy "post-counter-receipt.cpy".

       p501-checkvalidproperty.
           move "0" to ws-valid-property.
           if ws-monies-property-id not equal spaces
           read propertyfile
               invalid key
                   move "1" to invalid-data.
           move zero to ws-prop-rent
           move "N" to ws-prop-letting
           if not key-not-found
               move Property-Address1 of Property-Record
                 to ws-property-name
               move "1" to ws-valid-property
               if Property-Rent of Property-Record is numeric
                   move Property-Rent of Property-Record to
                     ws-prop-rent
               end-if
               if function upper-case (Property-Status of
                 Property-Record) equal "TL" or
                 function upper-case (Property-Status of
                 Property-Record) equal "LT" or
                 ws-prop-rent greater than zero
                   move "Y" to ws-prop-letting
               end-if
           else
               move "Property record does not exist." to ws-error
               move spaces to ws-monies-property-id
