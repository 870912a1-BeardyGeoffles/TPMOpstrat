      *  CUSTOMER WITH START AND END DATES, DEPOSIT, MONTHLY RENT
      *  AND THE NEXT RENT REVIEW DATE. CREATING A TENANCY DRIVES
      *  THE PROPERTY TO LT (LET) THE SAME WAY ACCEPTING AN OFFER
      *  DRIVES A SALE TO SO. A RENT KEYED OVER THE OLD FIGURE IS
      *  KEPT IN THE TENANCY'S RENT HISTORY; FORMAL REVIEWS WITH
      *  THEIR INCREASE NOTICES GO THROUGH THE RENT REVIEW SCREEN.
      *  THE INSPECTION FREQUENCY AGREED WITH THE LANDLORD IS HELD
      *  HERE; THE VISITS THEMSELVES ARE KEPT ON THE INSPECTIONS
      *  SCREEN, AND THE CHECK-IN INVENTORY ON THE INVENTORY SCREEN.
      *  A TENANCY REACHING ITS END IS RENEWED INTO A NEW FIXED TERM
      *  OR ROLLED ONTO A PERIODIC BASIS ON THE RENEWAL SCREEN.
      *  POSSESSION NOTICES ARE RECORDED, AFTER THEIR VALIDITY
      *  CHECKS, ON THE NOTICES SCREEN. GUARANTORS KEYED WITH A NEW
      *  TENANCY FACE THE SAME REFERENCING GATE AS THE TENANT; THEY
      *  ARE ADDED OR RELEASED LATER ON THE GUARANTORS SCREEN.
      *  THE DEPOSIT TAKEN IS CREDITED TO THE TENANT'S CLIENT LEDGER.
      *  A DEPOSIT OVER THE TENANT FEES ACT CAP - FIVE WEEKS' RENT,
      *  SIX WHERE THE ANNUAL RENT IS OVER THE THRESHOLD - IS
      *  REFUSED, ON A NEW TENANCY AND ON AN AMENDMENT ALIKE. THE
      *  TENANT'S HOLDING DEPOSIT ON THE PROPERTY IS MARKED
      *  CONVERTED WHEN THE TENANCY IS SET UP.
      *  THE TENANT MOVING IN, AND LATER OUT, IS A CHANGE OF
      *  OCCUPIER: THE GAS, ELECTRIC AND WATER READINGS TAKEN AT
      *  CHECK-IN AND CHECK-OUT ARE RECORDED WITH IT, AND THE
      *  COUNCIL TAX OFFICE AND EACH SUPPLIER ARE NOTIFIED THROUGH
      *  THE COMMS QUEUE.

       environment division.

              file status file-status
              record key Invoice-ID OF Invoice-Record.

              select vatratefile assign dynamic ws-path-vatratefile
              organization indexed
              access dynamic
              file status file-status
              record key Vatrate-Effective-Date OF Vatrate-Record.

              select invprintfile assign dynamic
                ws-path-invprintfile
              organization line sequential
              organization line sequential
              file status file-status.

              select moniesfile assign dynamic ws-path-moniesfile
              organization indexed
              access dynamic
              file status file-status
              record key Monies-ID OF Monies-Record.

              select renthistfile assign dynamic
                ws-path-renthistfile
              organization indexed
              access dynamic
              file status file-status
              record key Renthist-ID OF Renthist-Record.

              select guarfile assign dynamic ws-path-guarfile
              organization indexed
              access dynamic
              file status file-status
              record key Guar-ID OF Guar-Record.

              select pricehistfile assign dynamic
                ws-path-pricehistfile
              organization line sequential
              file status file-status.

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select occfile assign dynamic ws-path-occfile
              organization indexed
              access dynamic
              file status file-status
              record key Occ-ID OF Occ-Record.

       data division.

       file section.
       fd invoicefile.
       copy "invoicerec.cpy".

       fd vatratefile.
       copy "vatraterec.cpy".

       fd invprintfile.
       copy "invprintrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       fd moniesfile.
       copy "moniesrec.cpy".

       fd pricehistfile.
       copy "pricehistrec.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd renthistfile.
       copy "renthistrec.cpy".

       fd guarfile.
       copy "guarantorrec.cpy".

       fd occfile.
       copy "occupierrec.cpy".

       working-storage section.

       01 ws-Tenancy-ID pic x(10) value spaces.
       01 ws-ten-deposit pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-ten-rent pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-ten-review pic x(8) value spaces.
       01 ws-ten-insp-months pic 9(2) value zero.
       01 ws-ten-scheme pic x(2) value spaces.
         88 valid-ten-scheme value "DP" "dp" "MD" "md" "TD" "td".
       01 ws-ten-protect-cert pic x(15) value spaces.
       01 ws-ten-protected pic x(8) value spaces.
       01 ws-ten-guar-1 pic x(10) value spaces.
       01 ws-ten-guar-2 pic x(10) value spaces.
       01 ws-ten-landlord-id pic x(10) value spaces.
       01 ws-ten-occ-action pic x(1) value spaces.
         88 occ-check-in value "I" "i".
         88 occ-check-out value "O" "o".
       01 ws-ten-saved pic x(1) value "N".
         88 ten-saved value "Y".
       01 ws-guar-check-id pic x(10) value spaces.
       01 ws-guar-reference pic x(10) value spaces.
       01 ws-valid-guarantors pic x(1) value "1".
         88 valid-guarantors value "1".
       01 ws-protect-warning pic x(70) value spaces.
       01 ws-protect-days-left pic s9(5) value zero.
       01 ws-protect-days-disp pic -ZZZZ9 value zero.
         88 manage-refs value "Y" "y".
       01 ws-manage-settle PIC X(1) value "N".
         88 manage-settle value "Y" "y".
       01 ws-rent-review PIC X(1) value "N".
         88 rent-review value "Y" "y".
       01 ws-manage-insp PIC X(1) value "N".
         88 manage-insp value "Y" "y".
       01 ws-manage-inventory PIC X(1) value "N".
         88 manage-inventory value "Y" "y".
       01 ws-manage-renewal PIC X(1) value "N".
         88 manage-renewal value "Y" "y".
       01 ws-manage-notices PIC X(1) value "N".
         88 manage-notices value "Y" "y".
       01 ws-manage-guar PIC X(1) value "N".
         88 manage-guar value "Y" "y".
      *  TENANT FEES ACT DEPOSIT CAP - WEEKS OF RENT ALLOWED BELOW
      *  AND ABOVE THE ANNUAL RENT THRESHOLD.
       01 ws-tfa-rent-threshold pic 9(7)v99 value 50000.00.
       01 ws-tfa-weeks-low pic 9(1) value 5.
       01 ws-tfa-weeks-high pic 9(1) value 6.
       01 ws-tfa-weeks pic 9(1) value zero.
       01 ws-tfa-annual-rent pic 9(9)v99 value zero.
       01 ws-tfa-deposit-cap pic 9(9)v99 value zero.
       01 ws-tfa-cap-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-deposit-ok pic x(1) value "Y".
         88 deposit-within-cap value "Y".
       01 ws-old-rent pic 9(7)v99 value zero.
       01 ws-new-rent pic 9(7)v99 value zero.
       01 ws-hist-reference pic x(10) value spaces.
       01 ws-supervisor-id pic x(10) value spaces.
       01 ws-supervisor-valid pic x(1) value "0".
         88 supervisor-valid value "1".
       01 ws-path-offerfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-vatratefile pic x(60) value spaces.
       01 ws-path-invprintfile pic x(60) value spaces.
       01 ws-path-refchkfile pic x(60) value spaces.
       01 ws-path-userfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-moniesfile pic x(60) value spaces.
       01 ws-path-pricehistfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-renthistfile pic x(60) value spaces.
       01 ws-path-guarfile pic x(60) value spaces.
       01 ws-path-occfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       copy "audit-chain-variables.cpy".

       copy "vat-rate-variables.cpy".

       copy "client-ledger-variables.cpy".

       copy "journal-variables.cpy".

       copy "occupier-change-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

       Screen section.
         03 line 6 col 2 value "New tenancy?:     [".
         03 pic x(1) using ws-new-Tenancy highlight prompt " ".
         03 value "]".
         03 line 6 col 50 value "Renewal?:     [".
         03 pic x(1) using ws-manage-renewal highlight prompt " ".
         03 value "]".
         03 line 7 col 2 value "Tenancy no:       [".
         03 pic x(10) using ws-Tenancy-ID highlight prompt " ".
         03 value "]   Leave blank if new tenancy".
         03 line 8 col 35 value "Tenant:    [".
         03 pic x(30) using ws-tenant-name highlight prompt " ".
         03 value "]".
         03 line 9 col 50 value "Notices?:     [".
         03 pic x(1) using ws-manage-notices highlight prompt " ".
         03 value "]".
         03 line 10 col 2 value "Start date:       [".
         03 pic x(8) using ws-ten-start highlight prompt " ".
         03 value "] YYYYMMDD  End: [".
         03 pic Z,ZZZ,ZZ9.99 using ws-ten-deposit highlight
           prompt " ".
         03 value "]".
         03 line 11 col 50 value "Inventory?:   [".
         03 pic x(1) using ws-manage-inventory highlight prompt " ".
         03 value "]".
         03 line 12 col 2 value "Monthly rent:     [".
         03 pic Z,ZZZ,ZZ9.99 using ws-ten-rent highlight
           prompt " ".
         03 value "]".
         03 line 12 col 50 value "Inspections?: [".
         03 pic x(1) using ws-manage-insp highlight prompt " ".
         03 value "]".
         03 line 13 col 2 value "Rent review date: [".
         03 pic x(8) using ws-ten-review highlight prompt " ".
         03 value "] YYYYMMDD".
         03 line 13 col 42 value "Inspect every: [".
         03 pic 9(2) using ws-ten-insp-months highlight prompt 0.
         03 value "] months".
         03 line 14 col 2 value "Deposit scheme:   [".
         03 pic x(2) using ws-ten-scheme highlight prompt " ".
         03 value "] DP/MD/TD  Cert: [".
         03 value "]".
         03 line 17 col 2 value
           "Creating a tenancy marks the property Let.".
         03 line 17 col 50 value "Rent review?: [".
         03 pic x(1) using ws-rent-review highlight prompt " ".
         03 value "]".
         03 line 18 col 2 pic x(70) from ws-protect-warning
           highlight.
         03 line 19 col 2 value "Guarantors (new): [".
         03 pic x(10) using ws-ten-guar-1 highlight prompt " ".
         03 value "] [".
         03 pic x(10) using ws-ten-guar-2 highlight prompt " ".
         03 value "]".
         03 line 19 col 50 value "Guarantors?:  [".
         03 pic x(1) using ws-manage-guar highlight prompt " ".
         03 value "]".
         03 line 20 col 2 value "Meters  Gas: [".
         03 pic x(10) using ws-occ-gas highlight prompt " ".
         03 value "]  Elec: [".
         03 pic x(10) using ws-occ-elec highlight prompt " ".
         03 value "]  Water: [".
         03 pic x(10) using ws-occ-water highlight prompt " ".
         03 value "]".
         03 line 23 col 2 value "Check-in/out?: [".
         03 pic x(1) using ws-ten-occ-action highlight prompt " ".
         03 value "] I=check-in readings  O=check-out (End date)".
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "vatrates.dat"
             delimited by size into ws-path-vatratefile
           string function trim (ws-data-dir) "invoice.txt"
             delimited by size into ws-path-invprintfile
           string function trim (ws-data-dir) "refchecks.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "pricehist.log"
             delimited by size into ws-path-pricehistfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "renthist.dat"
             delimited by size into ws-path-renthistfile
           string function trim (ws-data-dir) "guarantors.dat"
             delimited by size into ws-path-guarfile
           string function trim (ws-data-dir) "occupiers.dat"
             delimited by size into ws-path-occfile
           string function trim (ws-data-dir) "journal.log"
             delimited by size into ws-path-jrnlfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "monies.dat"
             delimited by size into ws-path-moniesfile.

       p200-process.
           perform p210-getsystemdate
               move "1" to ws-done
               exit
           end-if
           if not done and manage-guar
               call "333Guar"
               move "N" to ws-manage-guar
           else
           if not done and manage-notices
               call "332Notice"
               move "N" to ws-manage-notices
           else
           if not done and manage-renewal
               call "331Renew"
               move "N" to ws-manage-renewal
           else
           if not done and manage-inventory
               call "330Invent"
               move "N" to ws-manage-inventory
           else
           if not done and manage-insp
               call "329Inspect"
               move "N" to ws-manage-insp
           else
           if not done and rent-review
               call "328RentRev"
               move "N" to ws-rent-review
           else
           if not done and manage-settle
               call "324Settle"
               move "N" to ws-manage-settle
               perform p502-checkvalidtenant
               if new-Tenancy
                   move spaces to ws-Tenancy-ID
                   perform p503-checkvalidguarantors
                   if valid-property and valid-tenant and
                     valid-guarantors and ws-ten-start is numeric
                       perform p560-check-referencing
                       perform p565-check-deposit-cap
                       if not deposit-within-cap
                           perform p566-deposit-cap-message
                       else
                       if refs-ok or supervisor-valid
                           perform p230-save-new-Tenancy
                           move "N" to ws-new-Tenancy
                           end-if
                       else
                           move
                             "Tenant/guarantor referencing incomplete"
                             & " - Admin override id required." to
                             ws-error
                       end-if
                       end-if
                   else
                       if valid-guarantors
                           move
                             "ERROR: Valid property, tenant and start"
                             & " date required." to ws-error
                       end-if
                   end-if
               ELSE
                   if ws-Tenancy-ID not equal space
                             not numeric
                               move "Tenancy reference invalid." to
                                 ws-error
                           when occ-check-in
                               perform p571-record-check-in
                               move spaces to ws-ten-occ-action
                           when occ-check-out
                               perform p572-record-check-out
                               move spaces to ws-ten-occ-action
                           when save-changes
                               perform p250-update-Tenancy
                               move "N" to ws-save-changes
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           copy "get-system-date.cpy".
           move ws-ten-deposit to Tenancy-Deposit
           move ws-ten-rent to Tenancy-Rent
           move ws-ten-review to Tenancy-Review-Date
           move ws-ten-insp-months to Tenancy-Insp-Months
           move function upper-case (ws-ten-scheme) to
             ws-ten-scheme
           move ws-ten-scheme to Tenancy-Scheme
           move ws-ten-protect-cert to Tenancy-Protect-Cert
           move ws-ten-protected to Tenancy-Protected-Date
           move spaces to Tenancy-Prev-ID
           move spaces to Tenancy-Next-ID
           move spaces to Tenancy-Periodic
           move spaces to Tenancy-Term-End
           write Tenancy-Record.
           perform p990-check-file-status
           CLOSE tenancyfile.
           move "CREATE" to ws-audit-action
           perform p900-write-audit.

           move ws-ten-tenant-id to ws-cled-client
           move "DP" to ws-cled-type
           move ws-ten-deposit to ws-cled-amount
           move ws-ten-property-id to ws-cled-property
           move ws-Tenancy-ID to ws-cled-source
           perform p907-post-client-ledger.

           perform p235-link-guarantors.

           perform p237-convert-holding-deposit.

           perform p550-mark-property-let.

      *  LETTING THE PROPERTY TERMINATES ITS SALES MARKETING TOO -

           perform p555-raise-tenant-find-invoice.

           perform p570-record-move-in.

       p237-convert-holding-deposit.

      *  THE TENANT'S HOLDING DEPOSIT ON THE PROPERTY, NEITHER
      *  REFUNDED NOR ALREADY CONVERTED, GOES TOWARDS THE TENANCY -
      *  IT IS MARKED CONVERTED SO IT DROPS OFF THE DEADLINE REPORT.
           move "0" to end-of-file
           open i-o moniesfile
           if file-status = "35"
               close moniesfile
               exit paragraph
           end-if
           perform until eof
               read moniesfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Monies-Property-ID equal ws-ten-property-id
                         and Monies-Customer-ID equal ws-ten-tenant-id
                         and Monies-Purpose equal "HD"
                         and not monies-is-refunded
                         and not monies-is-returned
                         and not monies-is-converted
                           move "Y" to Monies-Converted
                           rewrite Monies-Record
                               invalid key
                                   continue
                           end-rewrite
                           move "MONIES" to ws-audit-type
                           move Monies-ID to ws-audit-key
                           move "HDCONVERT" to ws-audit-action
                           perform p900-write-audit
                       end-if
               end-read
           end-perform
           close moniesfile.

       p235-link-guarantors.

      *  EACH GUARANTOR KEYED WITH THE NEW TENANCY GETS ITS OWN
      *  ACTIVE LINK ROW. WHERE AN ADMIN OVERRIDE CARRIED THE
      *  TENANCY THROUGH THE REFERENCING GATE, THE OVERRIDE IS
      *  KEPT AGAINST THE GUARANTOR TOO.
           if ws-ten-guar-1 not equal spaces
               move ws-ten-guar-1 to ws-guar-check-id
               perform p236-write-guarantor
           end-if
           if ws-ten-guar-2 not equal spaces
               move ws-ten-guar-2 to ws-guar-check-id
               perform p236-write-guarantor
           end-if
           move spaces to ws-ten-guar-1
           move spaces to ws-ten-guar-2.

       p236-write-guarantor.
           perform p276-generate-guarantor-reference
           open i-o guarfile
           if file-status = "35"
               close guarfile
               open output guarfile
               close guarfile
               open i-o guarfile
           end-if
           move spaces to Guar-Record
           move ws-guar-reference to Guar-ID
           move ws-Tenancy-ID to Guar-Tenancy-ID
           move ws-guar-check-id to Guar-Cust-ID
           move "A" to Guar-Status
           move ws-system-date(1:8) to Guar-Added
           if supervisor-valid and not refs-ok
               move ws-supervisor-id to Guar-Override-User
           end-if
           move ws-session-user-id to Guar-User-ID
           write Guar-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close guarfile

           move "GUARANTOR" to ws-audit-type
           move ws-guar-reference to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit.

       p240-read-Tenancy.
           move "0" to invalid-data
           move function trim (ws-Tenancy-ID) to
               move Tenancy-Deposit to ws-ten-deposit
               move Tenancy-Rent to ws-ten-rent
               move Tenancy-Review-Date to ws-ten-review
               if Tenancy-Insp-Months is numeric
                   move Tenancy-Insp-Months to ws-ten-insp-months
               else
                   move zero to ws-ten-insp-months
               end-if
               move Tenancy-Scheme to ws-ten-scheme
               move Tenancy-Protect-Cert to ws-ten-protect-cert
               move Tenancy-Protected-Date to ws-ten-protected
           close tenancyfile.

       p250-update-Tenancy.
           move "N" to ws-ten-saved
           perform p565-check-deposit-cap
           if not deposit-within-cap
               perform p566-deposit-cap-message
               exit paragraph
           end-if
           open i-o tenancyfile
           move ws-Tenancy-ID to Tenancy-ID
           read tenancyfile
                   move "Tenancy record not found." to ws-error
                   close tenancyfile
               not invalid key
                   move Tenancy-Rent to ws-old-rent
                   move ws-ten-rent to ws-new-rent
                   move ws-ten-property-id to Tenancy-Property-ID
                   move ws-ten-tenant-id to Tenancy-Tenant-ID
                   move ws-ten-start to Tenancy-Start
                   move ws-ten-deposit to Tenancy-Deposit
                   move ws-ten-rent to Tenancy-Rent
                   move ws-ten-review to Tenancy-Review-Date
                   move ws-ten-insp-months to Tenancy-Insp-Months
                   move function upper-case (ws-ten-scheme) to
                     ws-ten-scheme
                   move ws-ten-scheme to Tenancy-Scheme
                       not invalid key
                           move "Tenancy record updated." to
                             ws-error
                           move "Y" to ws-ten-saved
                           perform p990-check-file-status
                           close tenancyfile
                           move "TENANCY" to ws-audit-type
                           move ws-Tenancy-ID to ws-audit-key
                           move "UPDATE" to ws-audit-action
                           perform p900-write-audit
                           if ws-new-rent not equal ws-old-rent
                               perform p260-record-rent-change
                           end-if
                   end-rewrite
           end-read.

       p260-record-rent-change.

      *  A RENT KEYED STRAIGHT OVER THE OLD ONE - THE OLD FIGURE IS
      *  KEPT AS A MANUAL, ALREADY-APPLIED HISTORY ROW EFFECTIVE
      *  TODAY, SO THE RENT RUN AND THE LANDLORD STATEMENT SEE IT.
           perform p275-generate-history-reference
           open i-o renthistfile
           if file-status = "35"
               close renthistfile
               open output renthistfile
               close renthistfile
               open i-o renthistfile
           end-if
           move spaces to Renthist-Record
           move ws-hist-reference to Renthist-ID
           move ws-Tenancy-ID to Renthist-Tenancy-ID
           move ws-ten-property-id to Renthist-Property-ID
           move ws-old-rent to Renthist-Old-Rent
           move ws-new-rent to Renthist-New-Rent
           move ws-system-date(1:8) to Renthist-Effective
           move "M" to Renthist-Source
           move "A" to Renthist-Status
           move ws-session-user-id to Renthist-User-ID
           move ws-system-date to Renthist-Recorded
           write Renthist-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close renthistfile

           move "RENTHIST" to ws-audit-type
           move ws-hist-reference to ws-audit-key
           move "MANUAL" to ws-audit-action
           perform p900-write-audit.

       p565-check-deposit-cap.

      *  THE MOST A TENANCY DEPOSIT MAY BE - FIVE WEEKS' RENT, OR
      *  SIX WHERE THE ANNUAL RENT IS OVER THE THRESHOLD. THE RENT
      *  IS KEYED MONTHLY, SO A WEEK IS A TWELVE-MONTH YEAR OVER 52.
           move "Y" to ws-deposit-ok
           compute ws-tfa-annual-rent =
             function numval (ws-ten-rent) * 12
           if ws-tfa-annual-rent greater than ws-tfa-rent-threshold
               move ws-tfa-weeks-high to ws-tfa-weeks
           else
               move ws-tfa-weeks-low to ws-tfa-weeks
           end-if
           compute ws-tfa-deposit-cap =
             ws-tfa-annual-rent * ws-tfa-weeks / 52
           if function numval (ws-ten-deposit) greater than
             ws-tfa-deposit-cap
               move "N" to ws-deposit-ok
           end-if.

       p566-deposit-cap-message.
           move ws-tfa-deposit-cap to ws-tfa-cap-disp
           move spaces to ws-error
           string "Deposit over the " ws-tfa-weeks
             "-week legal cap - no more than "
             function trim (ws-tfa-cap-disp) " may be taken."
             delimited by size into ws-error.

       p540-protection-warning.

      *  HARD WARNING WHILE THE 30-DAY DEPOSIT PROTECTION CLOCK
           move ws-numeric-reference to ws-next-reference
           move ws-next-reference to ws-Tenancy-ID.

       p275-generate-history-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "RENTHIST  " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "RENTHIST  " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-hist-reference.

       p276-generate-guarantor-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "GUARANTOR " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "GUARANTOR " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-guar-reference.

       p271-seed-reference-from-scan.

      *  RUNS ONLY THE FIRST TIME A REFERENCE IS EVER ISSUED, WHEN THE
           if ws-tf-fee-net equal zero
               exit paragraph
           end-if
           move ws-system-date(1:8) to ws-vat-date
           perform p939-vat-rate-for-date
           compute ws-tf-fee-vat rounded =
             ws-tf-fee-net * ws-vat-fraction
           compute ws-tf-fee-gross =
             ws-tf-fee-net + ws-tf-fee-vat

           move cust-postcode of custrec to Invoice-Postcode
           move ws-tf-fee-net to Invoice-Net-Amount
           move ws-tf-fee-vat to Invoice-VAT-Amount
           move ws-vat-percent to Invoice-VAT-Rate
           move zero to Invoice-Credited-Net
           move zero to Invoice-Credited-Gross
           move ws-tf-fee-gross to Invoice-Gross-Amount
           move ws-system-date(1:8) to Invoice-Date
           move "N" to Invoice-Paid
           end-write
           close commsqfile.

       p570-record-move-in.

      *  THE NEW TENANT TAKES OVER FROM THE LANDLORD ON THE START
      *  DATE, WITH WHATEVER READINGS WERE TAKEN AT CHECK-IN.
           move ws-ten-property-id to ws-occ-property
           move "I" to ws-occ-event
           move ws-Tenancy-ID to ws-occ-source
           move ws-ten-start to ws-occ-effective
           move ws-ten-landlord-id to ws-occ-outgoing
           move ws-ten-tenant-id to ws-occ-incoming
           perform p926-record-occupier-change
           move spaces to ws-occ-gas
           move spaces to ws-occ-elec
           move spaces to ws-occ-water.

       p571-record-check-in.

      *  CHECK-IN READINGS KEYED AFTER THE TENANCY WAS SET UP -
      *  THEY GO ON ITS MOVE-IN AND RELEASE THE SUPPLIER NOTICES
      *  THAT WERE WAITING FOR THEM.
           if ws-ten-start is not numeric
               move "ERROR: Tenancy has no start date." to ws-error
               exit paragraph
           end-if
           perform p501-checkvalidproperty
           if not valid-property
               exit paragraph
           end-if
           perform p570-record-move-in
           move spaces to ws-error
           string "Check-in recorded on occupancy change "
             ws-occ-reference " - notices queued."
             delimited by size into ws-error.

       p572-record-check-out.

      *  THE TENANT HANDS BACK TO THE LANDLORD ON THE END DATE,
      *  WHICH IS SAVED ON THE TENANCY FIRST.
           if ws-ten-end is not numeric
               move "ERROR: End date required for check-out." to
                 ws-error
               exit paragraph
           end-if
           perform p501-checkvalidproperty
           if not valid-property
               exit paragraph
           end-if
           perform p250-update-Tenancy
           if not ten-saved
               exit paragraph
           end-if
           move ws-ten-property-id to ws-occ-property
           move "O" to ws-occ-event
           move ws-Tenancy-ID to ws-occ-source
           move ws-ten-end to ws-occ-effective
           move ws-ten-tenant-id to ws-occ-outgoing
           move ws-ten-landlord-id to ws-occ-incoming
           perform p926-record-occupier-change
           move spaces to ws-occ-gas
           move spaces to ws-occ-elec
           move spaces to ws-occ-water
           move spaces to ws-error
           string "Check-out recorded on occupancy change "
             ws-occ-reference " - notices queued."
             delimited by size into ws-error.

       p560-check-referencing.

      *  THE TENANT'S FOUR REFERENCES MUST ALL BE ON FILE AND
                   move "Y" to ws-refs-ok
               end-if
           end-if
           if refs-ok and ws-ten-guar-1 not equal spaces
               move ws-ten-guar-1 to ws-guar-check-id
               perform p561-check-guarantor-refs
           end-if
           if refs-ok and ws-ten-guar-2 not equal spaces
               move ws-ten-guar-2 to ws-guar-check-id
               perform p561-check-guarantor-refs
           end-if
           if not refs-ok and ws-supervisor-id not equal spaces
               perform p524-validate-supervisor
           end-if.

       p561-check-guarantor-refs.

      *  A GUARANTOR IS REFERENCED ON THE SAME FOUR CHECKS AS THE
      *  TENANT - ANY ONE MISSING OR FAILED HOLDS THE TENANCY BACK.
           move "N" to ws-refs-ok
           move "0" to invalid-data
           open input refchkfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-guar-check-id to Refchk-Tenant-ID
           read refchkfile
               invalid key
                   move "1" to invalid-data
           end-read
           close refchkfile
           if not key-not-found
               if Refchk-Credit-Result equal "P" and
                 Refchk-Employer-Result equal "P" and
                 Refchk-Landlord-Result equal "P" and
                 Refchk-RTR-Result equal "P"
                   move "Y" to ws-refs-ok
               end-if
           end-if.

       p524-validate-supervisor.

      *  THE OVERRIDE ID MUST RESOLVE TO AN UNLOCKED USER WITH THE

           copy "write-audit-chained.cpy".

           copy "vat-rate.cpy".

           copy "write-journal.cpy".

           copy "post-client-ledger.cpy".

           copy "occupier-change.cpy".

       p501-checkvalidproperty.
           move "0" to ws-valid-property.
           if ws-ten-property-id not equal spaces
               end-if
           end-if.

       p503-checkvalidguarantors.

      *  GUARANTORS ARE OPTIONAL; ANY KEYED MUST BE AN EXISTING
      *  CUSTOMER OTHER THAN THE TENANT.
           move "1" to ws-valid-guarantors
           if ws-ten-guar-1 not equal spaces
               move ws-ten-guar-1 to ws-guar-check-id
               perform p513-read-guarantor
               move ws-guar-check-id to ws-ten-guar-1
           end-if
           if ws-ten-guar-2 not equal spaces
               move ws-ten-guar-2 to ws-guar-check-id
               perform p513-read-guarantor
               move ws-guar-check-id to ws-ten-guar-2
           end-if.

       p511-read-property.
           move "0" to invalid-data
           move function trim (ws-ten-property-id) to
           if not key-not-found
               move Property-Address1 of Property-Record
                 to ws-property-name
               move Customer-ID of Property-Record to
                 ws-ten-landlord-id
               move "1" to ws-valid-property
           else
               move "Property record does not exist." to ws-error

           close custfile.

       p513-read-guarantor.
           if function trim (ws-guar-check-id) is not numeric
               move "Guarantor number invalid." to ws-error
               move "0" to ws-valid-guarantors
               exit paragraph
           end-if
           move function trim (ws-guar-check-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-guar-check-id
           if ws-guar-check-id equal ws-ten-tenant-id
               move "A tenant cannot guarantee their own tenancy." to
                 ws-error
               move "0" to ws-valid-guarantors
               exit paragraph
           end-if
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-guar-check-id to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if key-not-found
               move "Guarantor customer record does not exist." to
                 ws-error
               move "0" to ws-valid-guarantors
           end-if.

       end program 314Lets.
