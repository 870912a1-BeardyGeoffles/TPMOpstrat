      *  SINGLE Y/N LOST ALL OF THAT - THE AGED DEBT AND LEDGER
      *  NUMBERS WERE WRONG WHENEVER A PART PAYMENT EXISTED. THE
      *  SCREEN LISTS THE INVOICE'S ALLOCATIONS WITH THE RUNNING
      *  OUTSTANDING BALANCE. CREDIT NOTES RAISED AGAINST THE
      *  INVOICE COME OFF WHAT IS DUE BEFORE THE ALLOCATIONS DO.
      *  AN ALLOCATION THE BANK RETURNED UNPAID IS STILL LISTED,
      *  MARKED RETURNED, BUT NO LONGER COUNTS TOWARDS THE INVOICE.

       environment division.

       01 ws-alloc-total pic 9(9)v99 value zero.
       01 ws-outstanding pic s9(9)v99 value zero.
       01 ws-invoice-gross pic 9(9)v99 value zero.
       01 ws-invoice-credited pic 9(9)v99 value zero.
       01 ws-invoice-found pic x(1) value "N".
         88 invoice-found value "Y".
       01 ws-gross-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
           move ws-posted-amount to Pay-Amount
           move ws-pay-date to Pay-Date
           move function upper-case (ws-pay-method) to Pay-Method
           move "N" to Pay-Returned
           move spaces to Pay-Return-Date
           write Pay-Record
               invalid key
                   continue
       p510-read-invoice.
           move "N" to ws-invoice-found
           move zero to ws-invoice-gross
           move zero to ws-invoice-credited
           move function trim (ws-pay-invoice-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-pay-invoice-id
               move "Y" to ws-invoice-found
               move Invoice-Gross-Amount of Invoice-Record to
                 ws-invoice-gross
               if Invoice-Credited-Gross of Invoice-Record is numeric
                   move Invoice-Credited-Gross of Invoice-Record to
                     ws-invoice-credited
               end-if
           end-if.

       p530-draw-allocations.

      *  REDRAWS THE INVOICE'S ALLOCATIONS AND THE RUNNING
      *  OUTSTANDING BALANCE - GROSS LESS ANY CREDIT NOTES AND
      *  EVERYTHING ALLOCATED.
           move spaces to ws-alloc-draw
           move zero to ws-gross-disp
           move zero to ws-outstanding-disp
           perform p550-sum-allocations
           move ws-invoice-gross to ws-gross-disp
           compute ws-outstanding =
             ws-invoice-gross - ws-invoice-credited - ws-alloc-total
           move ws-outstanding to ws-outstanding-disp.

       p550-sum-allocations.
                       not at end
                           if Pay-Invoice-ID of Pay-Record equal
                             ws-pay-invoice-id
                               if not pay-is-returned
                                   add Pay-Amount of Pay-Record to
                                     ws-alloc-total
                               end-if
                               if ws-draw-sub less than 8
                                   add 1 to ws-draw-sub
                                   perform p555-format-alloc-line
             " " Pay-Date of Pay-Record
             " " ws-amount-disp
             " " Pay-Method of Pay-Record
             delimited by size into ws-alloc-line(ws-draw-sub)
           if pay-is-returned
               move "RETURNED" to ws-alloc-line(ws-draw-sub)(42:8)
           end-if.

       p540-derive-paid-flag.

      *  THE INVOICE IS PAID WHEN ITS ALLOCATIONS COVER THE GROSS
      *  LESS ANY CREDIT NOTES - DERIVED HERE AFTER EVERY POSTING SO
      *  THE FLAG CAN NEVER DISAGREE WITH THE ALLOCATIONS.
           perform p550-sum-allocations
           move "0" to invalid-data
           open i-o invoicefile
           end-read
           if not key-not-found
               if ws-alloc-total not less than
                 ws-invoice-gross - ws-invoice-credited
                   move "Y" to Invoice-Paid
               else
                   move "N" to Invoice-Paid
