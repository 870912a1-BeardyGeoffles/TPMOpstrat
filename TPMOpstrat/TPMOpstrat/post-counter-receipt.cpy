      *  COUNTER RECEIPT POSTING - SHARED BY EVERY MODULE THAT TAKES
      *  CASH OR CHEQUES OVER THE COUNTER. P909 RECORDS ONE RECEIPT
      *  UNDER THE NEXT COUNTER REFERENCE, FOR THE BRANCH OF THE
      *  USER TAKING IT (THE LISTING'S BRANCH WHEN THE USER HAS
      *  NONE), SO IT APPEARS ON THAT BRANCH'S BANKING SHEET. P910
      *  FOLLOWS A CORRECTED AMOUNT OR METHOD ON THE SOURCE RECORD
      *  WHILE THE RECEIPT IS STILL UNDEPOSITED - ONCE IT IS ON A
      *  PAYING-IN SLIP IT IS LEFT AS BANKED AND THE CALLER TOLD.
      *  THE CALLER NEEDS SEQCTLFILE, COUNTERFILE AND PROPERTYFILE
      *  SELECTED BUT NOT OPEN.
       p909-post-counter-receipt.
           move function upper-case (ws-ctr-method) to ws-ctr-method
           if not ctr-counter-method or ws-ctr-amount equal zero
               exit paragraph
           end-if
           perform p911-counter-branch
           move "0" to ws-ctr-seq-missing
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "COUNTER   " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to ws-ctr-seq-missing
           end-read
           if ctr-seq-missing
               move 1 to Seq-Next-Value
               move "COUNTER   " to Seq-Key
               write Seq-Record
                   invalid key
                       continue
               end-write
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
                   invalid key
                       continue
               end-rewrite
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-ctr-numeric

           open i-o counterfile
           if file-status = "35"
               close counterfile
               open output counterfile
               close counterfile
               open i-o counterfile
           end-if
           move spaces to Ctr-Record
           move ws-ctr-numeric to Ctr-ID
           move ws-ctr-branch to Ctr-Branch
           move ws-ctr-date to Ctr-Date
           if Ctr-Date equal spaces
               move ws-system-date(1:8) to Ctr-Date
           end-if
           move ws-ctr-method to Ctr-Method
           move ws-ctr-amount to Ctr-Amount
           move ws-ctr-source to Ctr-Source
           move ws-ctr-source-id to Ctr-Source-ID
           move ws-ctr-property to Ctr-Property-ID
           move ws-session-user-id to Ctr-Taken-By
           write Ctr-Record
               invalid key
                   continue
           end-write
           close counterfile.

       p910-amend-counter-receipt.

      *  FINDS THE COUNTER ROW FOR THE SOURCE RECORD AND BRINGS IT
      *  INTO LINE - A NEW AMOUNT OR METHOD IS CARRIED ACROSS, A
      *  CHANGE TO A NON-COUNTER METHOD TAKES THE ROW OFF THE
      *  SHEET, AND A CHANGE TO CASH OR CHEQUE ON A RECEIPT THAT
      *  HAD NO ROW ADDS ONE.
           move function upper-case (ws-ctr-method) to ws-ctr-method
           move "N" to ws-ctr-found
           move "N" to ws-ctr-banked
           move "0" to ws-ctr-eof
           open i-o counterfile
           if file-status = "35"
               move "1" to ws-ctr-eof
           end-if
           perform until ctr-eof or ctr-row-found
               read counterfile next record
                   at end
                       move "1" to ws-ctr-eof
                   not at end
                       if Ctr-Source equal ws-ctr-source and
                         Ctr-Source-ID equal ws-ctr-source-id
                           move "Y" to ws-ctr-found
                       end-if
               end-read
           end-perform
           if not ctr-row-found
               close counterfile
               perform p909-post-counter-receipt
               exit paragraph
           end-if
           if Ctr-Paying-In not equal spaces
               move "Y" to ws-ctr-banked
               close counterfile
               exit paragraph
           end-if
           if not ctr-counter-method or ws-ctr-amount equal zero
               delete counterfile record
                   invalid key
                       continue
               end-delete
           else
               move ws-ctr-method to Ctr-Method
               move ws-ctr-amount to Ctr-Amount
               if ws-ctr-date not equal spaces
                   move ws-ctr-date to Ctr-Date
               end-if
               rewrite Ctr-Record
                   invalid key
                       continue
               end-rewrite
           end-if
           close counterfile.

       p911-counter-branch.
           move ws-session-branch to ws-ctr-branch
           if ws-ctr-branch not equal spaces and
             ws-ctr-branch not equal low-value
               exit paragraph
           end-if
           move spaces to ws-ctr-branch
           open input PropertyFile
           if file-status not equal "35"
               move ws-ctr-property to Property-ID of Property-Record
               read PropertyFile
                   invalid key
                       continue
                   not invalid key
                       move Property-Branch of Property-Record to
                         ws-ctr-branch
               end-read
           end-if
           close PropertyFile.
