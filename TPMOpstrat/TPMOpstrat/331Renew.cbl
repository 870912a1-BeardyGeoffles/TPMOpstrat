       identification division.
       program-id. 331Renew is recursive.

      *  TENANCY RENEWAL AND PERIODIC ROLLOVER. A TENANCY COMING TO
      *  THE END OF ITS FIXED TERM GOES ONE OF TWO WAYS: RENEWED
      *  INTO A NEW FIXED TERM - A SUCCESSOR TENANCY IS CREATED,
      *  LINKED BOTH WAYS TO THE OLD ONE, CARRYING THE DEPOSIT AND
      *  ITS PROTECTION DETAILS SO NOTHING IS RE-KEYED, WITH ANY
      *  SERVED RENT INCREASE NOT YET IN FORCE MOVED ACROSS AND THE
      *  LANDLORD'S RENEWAL FEE INVOICED FROM THE NUMBERED INVOICE
      *  SERIES - OR LEFT TO RUN ON AS A STATUTORY PERIODIC TENANCY,
      *  WHEN THE END DATE IS CLEARED AND THE FIXED TERM'S END IS
      *  KEPT FOR THE RECORD. THE RENT RUN CHARGES ACROSS EITHER
      *  CHANGEOVER WITHOUT A GAP OR A DOUBLE CHARGE. THE ACTIVE
      *  GUARANTORS STAND BEHIND THE NEW TERM TOO. REACHED FROM
      *  MANAGE TENANCIES.

       environment division.

       configuration section.
       input-output section.

       file-control.
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

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select renthistfile assign dynamic
                ws-path-renthistfile
              organization indexed
              access dynamic
              file status file-status
              record key Renthist-ID OF Renthist-Record.

              select invoicefile assign dynamic
                ws-path-invoicefile
              organization indexed
              access dynamic
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
              file status file-status.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select guarfile assign dynamic ws-path-guarfile
              organization indexed
              access dynamic
              file status file-status
              record key Guar-ID OF Guar-Record.

              select jrnlfile assign dynamic ws-path-jrnlfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd renthistfile.
       copy "renthistrec.cpy".

       fd invoicefile.
       copy "invoicerec.cpy".

       fd vatratefile.
       copy "vatraterec.cpy".

       fd invprintfile.
       copy "invprintrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd guarfile.
       copy "guarantorrec.cpy".

       fd jrnlfile.
       copy "jrnlrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-rn-tenancy-id pic x(10) value spaces.
       01 ws-rn-loaded-id pic x(10) value spaces.
       01 ws-rn-tenant-name pic x(30) value spaces.
       01 ws-rn-property-id pic x(10) value spaces.
       01 ws-rn-start pic x(8) value spaces.
       01 ws-rn-end pic x(8) value spaces.
       01 ws-rn-rent-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-rn-status-text pic x(60) value spaces.
       01 ws-rn-new-start pic x(8) value spaces.
       01 ws-rn-new-end pic x(8) value spaces.
       01 ws-rn-new-rent pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-rn-fee-rate pic 9v99 value zero.
       01 ws-renew-term PIC X(1) value "N".
         88 renew-term value "Y" "y".
       01 ws-roll-periodic PIC X(1) value "N".
         88 roll-periodic value "Y" "y".
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
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-renthistfile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-vatratefile pic x(60) value spaces.
       01 ws-path-invprintfile pic x(70) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-guarfile pic x(60) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "vat-rate-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

       copy "journal-variables.cpy".

      *  ACTIVE GUARANTORS OF THE OLD TERM, GATHERED BEFORE THEY ARE
      *  LINKED TO THE NEW ONE.
       01 ws-guar-carry.
         03 ws-guar-carry-row occurs 10 times.
           05 ws-guar-carry-cust pic x(10).
           05 ws-guar-carry-ovrd pic x(10).
       01 ws-guar-count pic 9(2) value zero.
       01 ws-guar-sub pic 9(2) value zero.

      *  THE TENANCY ON SCREEN AS LAST READ - WHAT THE SUCCESSOR
      *  INHERITS.
       01 ws-valid-tenancy pic x(1) value "0".
         88 valid-tenancy value "1".
       01 ws-old-tenant-id pic x(10) value spaces.
       01 ws-old-start pic x(8) value spaces.
       01 ws-old-end pic x(8) value spaces.
       01 ws-old-deposit pic 9(7)v99 value zero.
       01 ws-old-rent pic 9(7)v99 value zero.
       01 ws-old-scheme pic x(2) value spaces.
       01 ws-old-protect-cert pic x(15) value spaces.
       01 ws-old-protected pic x(8) value spaces.
       01 ws-old-insp-months pic 9(2) value zero.
       01 ws-old-next-id pic x(10) value spaces.
       01 ws-old-prev-id pic x(10) value spaces.
       01 ws-old-periodic pic x(1) value spaces.
         88 old-is-periodic value "P".
       01 ws-old-term-end pic x(8) value spaces.
       01 ws-landlord-id pic x(10) value spaces.
       01 ws-property-rate pic 9v99 value zero.

       01 ws-new-tenancy-id pic x(10) value spaces.
       01 ws-new-rent-plain pic 9(7)v99 value zero.
       01 ws-new-review pic x(8) value spaces.
       01 ws-old-new-end pic x(8) value spaces.
       01 ws-hist-reference pic x(10) value spaces.
       01 ws-carried-count pic 9(5) value zero.
       01 ws-day-digits pic 9(8) value zero.
       01 ws-day-int pic 9(8) value zero.
       01 ws-limit-digits pic 9(8) value zero.
       01 ws-new-start-digits pic 9(8) value zero.
       01 ws-new-end-digits pic 9(8) value zero.

       01 ws-invoice-number pic x(10) value spaces.
       01 ws-rf-fee-net pic 9(9)v99 value zero.
       01 ws-rf-fee-vat pic 9(9)v99 value zero.
       01 ws-rf-fee-gross pic 9(9)v99 value zero.
       01 ws-rf-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.

      *  CALENDAR-MONTH ARITHMETIC - BASE DATE PLUS N MONTHS, THE
      *  DAY CLAMPED TO THE TARGET MONTH'S LAST DAY.
       01 ws-am-base pic 9(8) value zero.
       01 ws-am-months pic 9(4) value zero.
       01 ws-am-result pic 9(8) value zero.
       01 ws-am-year pic 9(4) value zero.
       01 ws-am-month pic 9(4) value zero.
       01 ws-am-day pic 9(2) value zero.
       01 ws-am-last-day pic 9(2) value zero.
       01 ws-am-digits pic 9(8) value zero.
       01 ws-am-int pic 9(8) value zero.

       Screen section.

       01 Renewal-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  TENANCY RENEWAL
         03 foreground-color 14 line 2 col 2 value
           "TENANCY RENEWAL".
         03 line 4 col 2 value "Tenancy no:       [".
         03 pic x(10) using ws-rn-tenancy-id highlight prompt " ".
         03 value "]".
         03 line 4 col 35 value "Tenant:".
         03 pic x(30) from ws-rn-tenant-name line 4 col 43.
         03 line 5 col 2 value "Property no:".
         03 pic x(10) from ws-rn-property-id line 5 col 21.
         03 line 5 col 35 value "Rent now:".
         03 pic Z,ZZZ,ZZ9.99 from ws-rn-rent-disp line 5 col 45.
         03 line 6 col 2 value "Current term:".
         03 pic x(8) from ws-rn-start line 6 col 21.
         03 line 6 col 30 value "to".
         03 pic x(8) from ws-rn-end line 6 col 33.
         03 line 7 col 2 value "Status:".
         03 pic x(60) from ws-rn-status-text line 7 col 21.
         03 line 9 col 2 value "New term start:   [".
         03 pic x(8) using ws-rn-new-start highlight prompt " ".
         03 value "] YYYYMMDD  End: [".
         03 pic x(8) using ws-rn-new-end highlight prompt " ".
         03 value "]".
         03 line 10 col 2 value "New monthly rent: [".
         03 pic Z,ZZZ,ZZ9.99 using ws-rn-new-rent highlight
           prompt " ".
         03 value "]".
         03 line 11 col 2 value "Renewal fee %:    [".
         03 pic 9.99 using ws-rn-fee-rate highlight prompt " ".
         03 value "] of a year's rent - landlord's terms".
         03 line 12 col 2 value "Renew tenancy?:   [".
         03 pic x(1) using ws-renew-term highlight prompt " ".
         03 value "]".
         03 line 14 col 2 value "Roll to periodic?:[".
         03 pic x(1) using ws-roll-periodic highlight prompt " ".
         03 value "]  Fixed term runs on month to month".
         03 line 16 col 2 value
           "Deposit, scheme, certificate and protection date carry"
           & " to the new term.".
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
             ws-rn-tenancy-id equal spaces
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
                                 ws-rn-tenancy-id
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
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "renthist.dat"
             delimited by size into ws-path-renthistfile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "vatrates.dat"
             delimited by size into ws-path-vatratefile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "guarantors.dat"
             delimited by size into ws-path-guarfile
           string function trim (ws-data-dir) "journal.log"
             delimited by size into ws-path-jrnlfile
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
           display Renewal-screen
           accept Renewal-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           perform p520-read-tenancy
           if not done and renew-term
               perform p230-renew-fixed-term
               move "N" to ws-renew-term
           else
           if not done and roll-periodic
               perform p240-roll-to-periodic
               move "N" to ws-roll-periodic
           end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-renew-fixed-term.
           if not valid-tenancy
               move "Key a valid tenancy no." to ws-error
               exit paragraph
           end-if
           if ws-old-next-id is numeric
               move "Tenancy already renewed - see the status line."
                 to ws-error
               exit paragraph
           end-if
           if ws-rn-new-start equal spaces or
             function trim (ws-rn-new-start) is not numeric or
             ws-rn-new-end equal spaces or
             function trim (ws-rn-new-end) is not numeric
               move "Key the new term's start and end as YYYYMMDD."
                 to ws-error
               exit paragraph
           end-if
           move function numval (ws-rn-new-start) to
             ws-new-start-digits
           move function numval (ws-rn-new-end) to ws-new-end-digits
           if ws-new-end-digits not greater than ws-new-start-digits
               move "The new term must end after it starts." to
                 ws-error
               exit paragraph
           end-if
           if ws-rn-new-start not greater than ws-old-start
               move "The new term must start after the current one."
                 to ws-error
               exit paragraph
           end-if

      *  NO GAP BETWEEN THE TERMS - A RENEWAL STARTS NO LATER THAN
      *  THE DAY AFTER THE CURRENT END. AN EARLY RENEWAL BRINGS THE
      *  CURRENT END FORWARD TO THE DAY BEFORE THE NEW START.
           if ws-old-end not equal spaces and
             function trim (ws-old-end) is numeric
               move function numval (ws-old-end) to ws-day-digits
               compute ws-day-int =
                 function integer-of-date (ws-day-digits) + 1
               move function date-of-integer (ws-day-int) to
                 ws-limit-digits
               if ws-new-start-digits greater than ws-limit-digits
                   move
                     "New term must start by the day after the"
                     & " current end." to ws-error
                   exit paragraph
               end-if
           end-if
           move function numval (ws-rn-new-rent) to ws-new-rent-plain
           if ws-new-rent-plain equal zero
               move "Key the monthly rent for the new term." to
                 ws-error
               exit paragraph
           end-if

           compute ws-day-int =
             function integer-of-date (ws-new-start-digits) - 1
           move function date-of-integer (ws-day-int) to
             ws-day-digits
           move ws-day-digits to ws-old-new-end

      *  THE FIRST REVIEW OF THE NEW TERM FALLS A YEAR IN.
           move ws-new-start-digits to ws-am-base
           move 12 to ws-am-months
           perform p585-add-months
           move ws-am-result to ws-new-review

           perform p270-generate-tenancy-reference
           open i-o tenancyfile
           if file-status = "35"
               close tenancyfile
               open output tenancyfile
               close tenancyfile
               open i-o tenancyfile
           end-if
           move spaces to Tenancy-Record
           move ws-new-tenancy-id to Tenancy-ID
           move ws-rn-property-id to Tenancy-Property-ID
           move ws-old-tenant-id to Tenancy-Tenant-ID
           move ws-rn-new-start to Tenancy-Start
           move ws-rn-new-end to Tenancy-End
           move ws-old-deposit to Tenancy-Deposit
           move ws-new-rent-plain to Tenancy-Rent
           move ws-new-review to Tenancy-Review-Date
           move ws-old-scheme to Tenancy-Scheme
           move ws-old-protect-cert to Tenancy-Protect-Cert
           move ws-old-protected to Tenancy-Protected-Date
           move ws-old-insp-months to Tenancy-Insp-Months
           move ws-rn-tenancy-id to Tenancy-Prev-ID
           move spaces to Tenancy-Next-ID
           move spaces to Tenancy-Periodic
           move spaces to Tenancy-Term-End
           write Tenancy-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status

      *  THE OLD TERM NOW ENDS THE DAY BEFORE THE NEW ONE STARTS
      *  AND POINTS AT ITS SUCCESSOR. A PERIODIC TENANCY BEING
      *  RENEWED BACK INTO A FIXED TERM STOPS BEING PERIODIC.
           move "0" to invalid-data
           move ws-rn-tenancy-id to Tenancy-ID
           read tenancyfile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move ws-old-new-end to Tenancy-End
               move ws-new-tenancy-id to Tenancy-Next-ID
               if tenancy-is-periodic
                   move spaces to Tenancy-Periodic
               end-if
               rewrite Tenancy-Record
                   invalid key
                       continue
               end-rewrite
               perform p990-check-file-status
           end-if
           close tenancyfile

           move "TENANCY" to ws-audit-type
           move ws-new-tenancy-id to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit
           move "TENANCY" to ws-audit-type
           move ws-rn-tenancy-id to ws-audit-key
           move "RENEWED" to ws-audit-action
           perform p900-write-audit

           if ws-new-rent-plain not equal ws-old-rent
               perform p260-record-renewal-rent
           end-if
           perform p250-carry-served-increases
           perform p265-carry-guarantors

           if ws-rn-fee-rate not equal ws-property-rate
               perform p255-save-renewal-terms
           end-if

           move spaces to ws-invoice-number
           if ws-rn-fee-rate not equal zero
               perform p555-raise-renewal-fee-invoice
           end-if

           move spaces to ws-error
           if ws-invoice-number equal spaces
               string "Renewed as tenancy "
                 function trim (ws-new-tenancy-id)
                 " - no renewal fee on the landlord's terms."
                 delimited by size into ws-error
           else
               string "Renewed as tenancy "
                 function trim (ws-new-tenancy-id)
                 " - renewal fee invoice "
                 function trim (ws-invoice-number) " raised."
                 delimited by size into ws-error
           end-if.

       p240-roll-to-periodic.
           if not valid-tenancy
               move "Key a valid tenancy no." to ws-error
               exit paragraph
           end-if
           if ws-old-next-id is numeric
               move "Tenancy already renewed - see the status line."
                 to ws-error
               exit paragraph
           end-if
           if old-is-periodic
               move "Tenancy is already periodic." to ws-error
               exit paragraph
           end-if
           if ws-old-end equal spaces or
             function trim (ws-old-end) is not numeric
               move "No fixed term end date to roll over from." to
                 ws-error
               exit paragraph
           end-if

           move "0" to invalid-data
           open i-o tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-rn-tenancy-id to Tenancy-ID
           read tenancyfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close tenancyfile
               move "Tenancy record does not exist." to ws-error
               exit paragraph
           end-if
           move Tenancy-End to Tenancy-Term-End
           move spaces to Tenancy-End
           move "P" to Tenancy-Periodic
           rewrite Tenancy-Record
               invalid key
                   continue
           end-rewrite
           perform p990-check-file-status
           close tenancyfile

           move "TENANCY" to ws-audit-type
           move ws-rn-tenancy-id to ws-audit-key
           move "PERIODIC" to ws-audit-action
           perform p900-write-audit
           move spaces to ws-error
           string "Tenancy " function trim (ws-rn-tenancy-id)
             " now periodic - rent continues at the current rate."
             delimited by size into ws-error.

       p250-carry-served-increases.

      *  A RENT INCREASE ALREADY SERVED ON THE OLD TERM BUT TAKING
      *  EFFECT ON OR AFTER THE NEW START BELONGS TO THE NEW TERM -
      *  IT MOVES ACROSS SO THE REVIEW RUN APPLIES IT THERE.
           move zero to ws-carried-count
           move "0" to end-of-file
           open i-o renthistfile
           if file-status = "35"
               close renthistfile
               exit paragraph
           end-if
           perform until eof
               read renthistfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Renthist-Tenancy-ID equal ws-rn-tenancy-id
                         and renthist-is-served
                         and Renthist-Effective not less than
                         ws-rn-new-start
                           move ws-new-tenancy-id to
                             Renthist-Tenancy-ID
                           rewrite Renthist-Record
                               invalid key
                                   continue
                           end-rewrite
                           perform p990-check-file-status
                           add 1 to ws-carried-count
                           move "RENTHIST" to ws-audit-type
                           move Renthist-ID to ws-audit-key
                           move "CARRIED" to ws-audit-action
                           perform p900-write-audit
                       end-if
               end-read
           end-perform
           close renthistfile.

       p265-carry-guarantors.

      *  EACH ACTIVE GUARANTOR OF THE OLD TERM GETS A LINK TO THE
      *  NEW ONE, ANY OVERRIDE CARRIED WITH IT. THE OLD LINKS STAY
      *  SO ARREARS LEFT ON THE OLD TERM STILL REACH THEM.
           move zero to ws-guar-count
           move "0" to end-of-file
           open input guarfile
           if file-status = "35"
               close guarfile
               exit paragraph
           end-if
           perform until eof
               read guarfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Guar-Tenancy-ID equal ws-rn-tenancy-id
                         and guar-is-active
                         and ws-guar-count less than 10
                           add 1 to ws-guar-count
                           move Guar-Cust-ID to
                             ws-guar-carry-cust(ws-guar-count)
                           move Guar-Override-User to
                             ws-guar-carry-ovrd(ws-guar-count)
                       end-if
               end-read
           end-perform
           close guarfile
           perform varying ws-guar-sub from 1 by 1
             until ws-guar-sub greater than ws-guar-count
               perform p266-link-guarantor
           end-perform.

       p266-link-guarantor.
           perform p276-generate-guarantor-reference
           open i-o guarfile
           move spaces to Guar-Record
           move ws-next-reference to Guar-ID
           move ws-new-tenancy-id to Guar-Tenancy-ID
           move ws-guar-carry-cust(ws-guar-sub) to Guar-Cust-ID
           move "A" to Guar-Status
           move ws-system-date(1:8) to Guar-Added
           move ws-guar-carry-ovrd(ws-guar-sub) to Guar-Override-User
           move ws-session-user-id to Guar-User-ID
           write Guar-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close guarfile
           move "GUARANTOR" to ws-audit-type
           move ws-next-reference to ws-audit-key
           move "CARRIED" to ws-audit-action
           perform p900-write-audit.

       p255-save-renewal-terms.

      *  THE RATE KEYED HERE IS THE LANDLORD'S STANDING TERM FOR
      *  THE PROPERTY, KEPT FOR THE NEXT RENEWAL TOO.
           move "0" to invalid-data
           open i-o PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-rn-property-id to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close PropertyFile
               exit paragraph
           end-if
           move ws-rn-fee-rate to Property-Renew-Rate
           move ws-system-date to
             Property-Last-Updated of Property-Record
           rewrite Property-Record
               invalid key
                   continue
           end-rewrite
           perform p990-check-file-status
           close PropertyFile
           move ws-rn-fee-rate to ws-property-rate
           move "PROPERTY" to ws-audit-type
           move ws-rn-property-id to ws-audit-key
           move "UPDATE" to ws-audit-action
           perform p900-write-audit
           move "PROPERTIES" to ws-jrnl-file
           move "R" to ws-jrnl-action
           move ws-audit-key to ws-jrnl-key
           move Property-Record to ws-jrnl-data
           perform p906-write-journal.

       p260-record-renewal-rent.

      *  A NEW RENT AGREED WITH THE RENEWAL IS KEPT IN THE NEW
      *  TERM'S RENT HISTORY, APPLIED FROM ITS START, SO THE
      *  LANDLORD STATEMENT SHOWS THE CHANGE.
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
           move ws-new-tenancy-id to Renthist-Tenancy-ID
           move ws-rn-property-id to Renthist-Property-ID
           move ws-old-rent to Renthist-Old-Rent
           move ws-new-rent-plain to Renthist-New-Rent
           move ws-rn-new-start to Renthist-Effective
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
           move "RENEWAL" to ws-audit-action
           perform p900-write-audit.

       p270-generate-tenancy-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "TENANCIES " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               perform p271-seed-reference-from-scan
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-new-tenancy-id.

       p271-seed-reference-from-scan.

      *  RUNS ONLY THE FIRST TIME A REFERENCE IS EVER ISSUED, WHEN THE
      *  SEQUENCE CONTROL FILE HAS NO ROW FOR THIS FILE YET - SEEDS IT
      *  FROM THE HIGHEST KEY ALREADY ON TENANCYFILE SO NUMBERING
      *  CARRIES ON FROM WHERE IT LEFT OFF.
           move "0" to end-of-file
           open input tenancyfile
           if file-status = "35"
               move 0 to ws-numeric-reference
           else
               perform until eof
                   read tenancyfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           move Tenancy-ID of Tenancy-Record to
                             ws-next-reference
               end-perform
               close tenancyfile

               move function trim (ws-next-reference) to
                 ws-numeric-reference
           end-if.
           add 1 to ws-numeric-reference
           move ws-numeric-reference to Seq-Next-Value
           move "TENANCIES " to Seq-Key.

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
           move ws-numeric-reference to ws-next-reference.

       p300-end.

           copy "menuoption.cpy".

       p520-read-tenancy.
           move "0" to ws-valid-tenancy
           move spaces to ws-rn-tenant-name
           move spaces to ws-rn-property-id
           move spaces to ws-rn-start
           move spaces to ws-rn-end
           move zero to ws-rn-rent-disp
           move spaces to ws-rn-status-text
           if ws-rn-tenancy-id equal spaces or
             function trim (ws-rn-tenancy-id) is not numeric
               move spaces to ws-rn-loaded-id
               exit paragraph
           end-if
           move function trim (ws-rn-tenancy-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-rn-tenancy-id
           move "0" to invalid-data
           open input tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-rn-tenancy-id to Tenancy-ID
           read tenancyfile
               invalid key
                   move "1" to invalid-data
           end-read
           close tenancyfile
           if key-not-found
               move "Tenancy record does not exist." to ws-error
               move spaces to ws-rn-loaded-id
               exit paragraph
           end-if
           move "1" to ws-valid-tenancy
           move Tenancy-Property-ID to ws-rn-property-id
           move Tenancy-Tenant-ID to ws-old-tenant-id
           move Tenancy-Start to ws-old-start
           move Tenancy-End to ws-old-end
           move Tenancy-Start to ws-rn-start
           move Tenancy-End to ws-rn-end
           move Tenancy-Deposit to ws-old-deposit
           move Tenancy-Rent to ws-old-rent
           move Tenancy-Rent to ws-rn-rent-disp
           move Tenancy-Scheme to ws-old-scheme
           move Tenancy-Protect-Cert to ws-old-protect-cert
           move Tenancy-Protected-Date to ws-old-protected
           if Tenancy-Insp-Months is numeric
               move Tenancy-Insp-Months to ws-old-insp-months
           else
               move zero to ws-old-insp-months
           end-if
           move Tenancy-Next-ID to ws-old-next-id
           move Tenancy-Prev-ID to ws-old-prev-id
           move Tenancy-Periodic to ws-old-periodic
           move Tenancy-Term-End to ws-old-term-end

           perform p522-set-status-text

           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-old-tenant-id to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if not key-not-found
               move cust-name of custrec to ws-rn-tenant-name
           end-if

           move spaces to ws-landlord-id
           move zero to ws-property-rate
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-rn-property-id to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if not key-not-found
               move Customer-ID of Property-Record to ws-landlord-id
               if Property-Renew-Rate is numeric
                   move Property-Renew-Rate to ws-property-rate
               end-if
           end-if

           if ws-rn-tenancy-id not equal ws-rn-loaded-id
               perform p525-default-new-term
               move ws-rn-tenancy-id to ws-rn-loaded-id
           end-if.

       p522-set-status-text.
           move spaces to ws-rn-status-text
           if ws-old-next-id is numeric
               string "Renewed - succeeded by tenancy "
                 function trim (ws-old-next-id)
                 delimited by size into ws-rn-status-text
           else
           if old-is-periodic
               string "Periodic - fixed term ended "
                 ws-old-term-end
                 delimited by size into ws-rn-status-text
           else
           if ws-old-end not equal spaces and
             function trim (ws-old-end) is numeric
               move "Fixed term - renew or roll to periodic" to
                 ws-rn-status-text
           else
               move "No end date held" to ws-rn-status-text
           end-if
           end-if
           end-if
           if ws-old-prev-id is numeric
               string function trim (ws-rn-status-text)
                 " (renewal of " function trim (ws-old-prev-id) ")"
                 delimited by size into ws-rn-status-text
           end-if.

       p525-default-new-term.

      *  A NEW TENANCY ON SCREEN - THE RENEWAL IS OFFERED AS A
      *  TWELVE-MONTH TERM FROM THE DAY AFTER THE CURRENT END (OR
      *  FROM TODAY FOR A TERM WITH NO END) AT THE RENT NOW PAID,
      *  ON THE LANDLORD'S RENEWAL TERMS.
           move ws-property-rate to ws-rn-fee-rate
           move ws-old-rent to ws-rn-new-rent
           if ws-old-end not equal spaces and
             function trim (ws-old-end) is numeric
               move function numval (ws-old-end) to ws-day-digits
               compute ws-day-int =
                 function integer-of-date (ws-day-digits) + 1
           else
               compute ws-day-int =
                 function integer-of-date
                 (function numval (ws-system-date(1:8)))
           end-if
           move function date-of-integer (ws-day-int) to
             ws-day-digits
           move ws-day-digits to ws-rn-new-start
           move ws-day-digits to ws-am-base
           move 12 to ws-am-months
           perform p585-add-months
           compute ws-day-int =
             function integer-of-date (ws-am-result) - 1
           move function date-of-integer (ws-day-int) to
             ws-day-digits
           move ws-day-digits to ws-rn-new-end.

       p555-raise-renewal-fee-invoice.

      *  THE RENEWAL FEE GOES ONTO THE NUMBERED INVOICE SERIES THE
      *  TENANT-FIND AND MANAGEMENT FEES USE - THE LANDLORD'S
      *  RENEWAL RATE APPLIED TO A YEAR OF THE NEW RENT, VAT ON TOP,
      *  INVOICED TO THE LANDLORD.
           compute ws-rf-fee-net rounded =
             ws-new-rent-plain * 12 * ws-rn-fee-rate / 100
           if ws-rf-fee-net equal zero
               exit paragraph
           end-if
           move ws-system-date(1:8) to ws-vat-date
           perform p939-vat-rate-for-date
           compute ws-rf-fee-vat rounded =
             ws-rf-fee-net * ws-vat-fraction
           compute ws-rf-fee-gross =
             ws-rf-fee-net + ws-rf-fee-vat

           perform p556-generate-invoice-number
           perform p557-read-landlord-for-invoice

           open i-o invoicefile
           if file-status = "35"
               close invoicefile
               open output invoicefile
               close invoicefile
               open i-o invoicefile
           end-if
           move ws-invoice-number to Invoice-ID
           move ws-rn-property-id to Invoice-Property-ID
           move ws-landlord-id to Invoice-Customer-ID
           move cust-name of custrec to Invoice-Name
           move cust-address1 of custrec to Invoice-Address1
           move cust-address2 of custrec to Invoice-Address2
           move cust-postcode of custrec to Invoice-Postcode
           move ws-rf-fee-net to Invoice-Net-Amount
           move ws-rf-fee-vat to Invoice-VAT-Amount
           move ws-vat-percent to Invoice-VAT-Rate
           move zero to Invoice-Credited-Net
           move zero to Invoice-Credited-Gross
           move ws-rf-fee-gross to Invoice-Gross-Amount
           move ws-system-date(1:8) to Invoice-Date
           move "N" to Invoice-Paid
           move "RF" to Invoice-Type
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

           perform p558-print-renewal-fee-invoice.

       p556-generate-invoice-number.

      *  NEXT NUMBER FROM THE SAME SERIES THE SALES COMMISSION
      *  INVOICES DRAW FROM - ONE UNBROKEN SERIES FOR THE AUDITORS.
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

       p557-read-landlord-for-invoice.
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-landlord-id to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if key-not-found
               move spaces to custrec
           end-if.

       p558-print-renewal-fee-invoice.

      *  ONE PRINT FILE PER INVOICE, THROUGH THE USUAL LAYOUT.
           move spaces to ws-path-invprintfile
           string function trim (ws-data-dir) "invoice"
             function trim (ws-invoice-number) ".txt"
             delimited by size into ws-path-invprintfile
           open output invprintfile
           move spaces to Invprint-Text
           string "COMMISSION INVOICE No " ws-invoice-number
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
           string "Tenancy renewal fee - property "
             function trim (ws-rn-property-id)
             ", tenancy " function trim (ws-new-tenancy-id)
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           string "New term " ws-rn-new-start(7:2) "/"
             ws-rn-new-start(5:2) "/" ws-rn-new-start(1:4)
             " to " ws-rn-new-end(7:2) "/" ws-rn-new-end(5:2) "/"
             ws-rn-new-end(1:4)
             delimited by size into Invprint-Text
           write Invprint-Line
           move ws-rf-fee-net to ws-rf-amount-disp
           move spaces to Invprint-Text
           string "Net:   " ws-rf-amount-disp
             delimited by size into Invprint-Text
           write Invprint-Line
           move ws-rf-fee-vat to ws-rf-amount-disp
           move spaces to Invprint-Text
           string "VAT:   " ws-rf-amount-disp
             delimited by size into Invprint-Text
           write Invprint-Line
           move ws-rf-fee-gross to ws-rf-amount-disp
           move spaces to Invprint-Text
           string "Gross: " ws-rf-amount-disp
             delimited by size into Invprint-Text
           write Invprint-Line
           move spaces to Invprint-Text
           write Invprint-Line
           move "Torrans Property Management" to Invprint-Text
           write Invprint-Line
           close invprintfile.

       p585-add-months.
           move ws-am-base(1:4) to ws-am-year
           move ws-am-base(5:2) to ws-am-month
           move ws-am-base(7:2) to ws-am-day
           add ws-am-months to ws-am-month
           subtract 1 from ws-am-month
           compute ws-am-year =
             ws-am-year + function integer (ws-am-month / 12)
           compute ws-am-month = function mod (ws-am-month 12) + 1

      *  THE TARGET MONTH'S REAL LAST DAY - THE FIRST OF THE MONTH
      *  AFTER IT, BACK ONE DAY THROUGH THE DATE ARITHMETIC.
           move ws-am-year to ws-am-digits(1:4)
           move ws-am-month(3:2) to ws-am-digits(5:2)
           move "01" to ws-am-digits(7:2)
           compute ws-am-int =
             function integer-of-date (ws-am-digits) + 31
           move function date-of-integer (ws-am-int) to ws-am-digits
           move "01" to ws-am-digits(7:2)
           compute ws-am-int =
             function integer-of-date (ws-am-digits) - 1
           move function date-of-integer (ws-am-int) to ws-am-digits
           move ws-am-digits(7:2) to ws-am-last-day
           if ws-am-day greater than ws-am-last-day
               move ws-am-last-day to ws-am-day
           end-if
           move ws-am-year to ws-am-result(1:4)
           move ws-am-month(3:2) to ws-am-result(5:2)
           move ws-am-day to ws-am-result(7:2).

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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RENEWAL ACTION
      *  JUST PERFORMED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "vat-rate.cpy".

           copy "write-journal.cpy".

       end program 331Renew.
