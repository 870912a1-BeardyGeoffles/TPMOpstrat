      *  POSTS RENT RECEIVED AGAINST THEM. THE ROW'S STATUS - OPEN,
      *  PART PAID OR PAID - IS DERIVED FROM THE AMOUNTS, NEVER
      *  KEYED, SO THE ARREARS REPORT AND THE LANDLORD STATEMENTS
      *  ALWAYS AGREE WITH THE POSTINGS. STATEMENT CREDITS THE
      *  OVERNIGHT RENT IMPORT COULD NOT PLACE ARE ALLOCATED ON THE
      *  RENT SUSPENSE SCREEN REACHED FROM HERE.
      *  EACH RECEIPT IS CREDITED TO THE LANDLORD'S CLIENT LEDGER.
      *  THE METHOD OF PAYMENT IS KEYED WITH EACH RECEIPT, AND CASH
      *  OR A CHEQUE TAKEN OVER THE COUNTER GOES ON THE BRANCH'S
      *  BANKING SHEET TO BE PAID IN.

       environment division.

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

              select counterfile assign dynamic ws-path-counterfile
              organization indexed
              access dynamic
              file status file-status
              record key Ctr-ID OF Ctr-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.
       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd counterfile.
       copy "counterrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       01 ws-rent-id pic x(10) value spaces.
       01 ws-rent-received pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-rent-recv-date pic x(8) value spaces.
       01 ws-rent-method pic x(2) value spaces.
         88 valid-rent-method value "CA" "CH" "BT" "CD".
       01 ws-post-receipt PIC X(1) value "N".
         88 post-receipt value "Y" "y".
       01 ws-rent-suspense PIC X(1) value "N".
         88 rent-suspense value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-error pic x(70) VALUE spaces.

       01 file-status pic xx.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-counterfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.

       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "client-ledger-variables.cpy".

       copy "counter-receipt-variables.cpy".
       01 ws-rent-landlord-id pic x(10) value spaces.
       01 ws-fileio-last-status pic xx value spaces.

      *  THE TENANCY'S LEDGER ROWS DRAWN ON SCREEN - NEWEST ROWS
         03 pic Z,ZZZ,ZZ9.99 using ws-rent-received highlight
           prompt " ".
         03 value "]".
         03 line 17 col 35 value "Method: [".
         03 pic x(2) using ws-rent-method highlight prompt " ".
         03 value "] CA/CH/BT/CD".
         03 line 18 col 2 value "Date received:  [".
         03 pic x(8) using ws-rent-recv-date highlight prompt " ".
         03 value "] YYYYMMDD - leave blank for today".
         03 line 19 col 2 value "Post receipt?:  [".
         03 pic x(1) using ws-post-receipt highlight prompt " ".
         03 value "]".
         03 line 20 col 2 value "Rent suspense?: [".
         03 pic x(1) using ws-rent-suspense highlight prompt " ".
         03 value "] imported credits awaiting allocation".
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".
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
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "counterreceipts.dat"
             delimited by size into ws-path-counterfile.

       p200-process.
           perform p210-getsystemdate
               move "1" to ws-done
               exit
           end-if
           if not done and rent-suspense
               call "327RentSusp"
               move "N" to ws-rent-suspense
           else
           if not done
               if post-receipt
                   perform p230-post-receipt
                   move "N" to ws-post-receipt
               end-if
           end-if
           end-if.

           copy "get-system-date.cpy".
               move "Key the amount received." to ws-error
               exit paragraph
           end-if
           move function upper-case (ws-rent-method) to
             ws-rent-method
           if not valid-rent-method
               move "Key the method - CA, CH, BT or CD." to ws-error
               exit paragraph
           end-if
           if ws-rent-recv-date equal spaces
               move ws-system-date(1:8) to ws-rent-recv-date
           end-if
                   close rentfile
               not invalid key
                   perform p990-check-file-status
                   perform p565-post-rent-client-ledger
                   perform p570-post-counter-receipt
                   close rentfile
                   move "RENT" to ws-audit-type
                   move ws-rent-id to ws-audit-key
                   move "Rent receipt posted." to ws-error
                   move zero to ws-rent-received
                   move spaces to ws-rent-recv-date
                   move spaces to ws-rent-method
           end-rewrite.

       p300-end.

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
           move ws-received-amount to ws-cled-amount
           move Rent-Property-ID of Rent-Record to ws-cled-property
           move Rent-ID of Rent-Record to ws-cled-source
           perform p907-post-client-ledger.

           copy "post-client-ledger.cpy".

       p570-post-counter-receipt.

      *  CASH AND CHEQUES GO ON THE BRANCH'S BANKING SHEET.
           move ws-rent-method to ws-ctr-method
           move ws-received-amount to ws-ctr-amount
           move ws-rent-recv-date to ws-ctr-date
           move "RN" to ws-ctr-source
           move Rent-ID of Rent-Record to ws-ctr-source-id
           move Rent-Property-ID of Rent-Record to ws-ctr-property
           perform p909-post-counter-receipt.

           copy "post-counter-receipt.cpy".

       end program 316Rent.
