       identification division.
       program-id. 332Notice is recursive.

      *  POSSESSION NOTICE REGISTER. EVERY NOTICE SERVED ON A
      *  TENANCY IS RECORDED HERE - TYPE, DATE SERVED, HOW IT WAS
      *  SERVED AND WHEN IT EXPIRES. BEFORE A NOTICE IS RECORDED THE
      *  TENANCY IS CHECKED FOR THE DEFECTS THAT MAKE A NOTICE
      *  WORTHLESS IN COURT: A DEPOSIT NOT PROTECTED WITHIN 30 DAYS,
      *  AND NO GAS SAFETY CERTIFICATE OR EPC IN DATE WHEN THE
      *  TENANCY BEGAN (FOR A RENEWED TENANCY, WHEN THE FIRST TERM
      *  BEGAN). A FAILED CHECK BLOCKS THE NOTICE SHORT OF AN ADMIN
      *  SUPERVISOR OVERRIDE WITH A REASON, BOTH KEPT ON THE NOTICE.
      *  THE EXPIRY RUN CHASES THE NEXT STEP. REACHED FROM MANAGE
      *  TENANCIES.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select noticefile assign dynamic ws-path-noticefile
              organization indexed
              access dynamic
              file status file-status
              record key Notice-ID OF Notice-Record.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select certfile assign dynamic ws-path-certfile
              organization indexed
              access dynamic
              file status file-status
              record key Cert-ID OF Cert-Record.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select userfile assign dynamic ws-path-userfile
              organization indexed
              access dynamic
              file status file-status
              record key user-id OF userrec.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd noticefile.
       copy "noticerec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd certfile.
       copy "certrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd userfile.
       copy "userrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-nt-tenancy-id pic x(10) value spaces.
       01 ws-nt-tenant-name pic x(30) value spaces.
       01 ws-nt-property-id pic x(10) value spaces.
       01 ws-nt-first-start pic x(8) value spaces.
       01 ws-nt-type pic x(3) value spaces.
       01 ws-nt-served pic x(8) value spaces.
       01 ws-nt-method pic x(1) value spaces.
       01 ws-nt-expiry pic x(8) value spaces.
       01 ws-nt-supervisor-id pic x(10) value spaces.
       01 ws-nt-reason pic x(40) value spaces.
       01 ws-nt-upd-id pic x(10) value spaces.
       01 ws-nt-upd-status pic x(1) value spaces.
       01 ws-record-notice PIC X(1) value "N".
         88 record-notice value "Y" "y".
       01 ws-update-notice PIC X(1) value "N".
         88 update-notice value "Y" "y".
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
       01 ws-path-noticefile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-certfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-userfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

      *  THE TENANCY'S NOTICES DRAWN ON SCREEN - THE FIVE MOST
      *  RECENT, OLDEST FIRST.
       01 ws-notice-draw.
         03 ws-notice-line occurs 5 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-shift-sub pic 9(2) value zero.

      *  VALIDITY CHECK RESULTS - ONE LINE PER FAILED CHECK.
       01 ws-check-draw.
         03 ws-check-line occurs 3 times pic x(70).
       01 ws-checks-failed pic 9(1) value zero.

       01 ws-valid-tenancy pic x(1) value "0".
         88 valid-tenancy value "1".
       01 ws-tenant-id pic x(10) value spaces.
       01 ws-ten-deposit pic 9(7)v99 value zero.
       01 ws-ten-protected pic x(8) value spaces.
       01 ws-chain-id pic x(10) value spaces.
       01 ws-chain-hops pic 9(2) value zero.
       01 ws-gas-found pic x(1) value "N".
         88 gas-found value "Y".
       01 ws-epc-found pic x(1) value "N".
         88 epc-found value "Y".
       01 ws-supervisor-valid pic x(1) value "0".
         88 supervisor-valid value "1".
       01 ws-type-check pic x(3) value spaces.
         88 type-valid value "S21" "S8 " "NTQ".
       01 ws-method-check pic x(1) value spaces.
         88 method-valid value "H" "P" "R" "E".
       01 ws-min-expiry pic 9(8) value zero.
       01 ws-served-digits pic 9(8) value zero.
       01 ws-day-digits pic 9(8) value zero.
       01 ws-day-int pic 9(8) value zero.

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

       01 Notice-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  POSSESSION NOTICES
         03 foreground-color 14 line 2 col 2 value
           "POSSESSION NOTICES".
         03 line 3 col 2 value "Tenancy no: [".
         03 pic x(10) using ws-nt-tenancy-id highlight prompt " ".
         03 value "]".
         03 line 3 col 30 value "Tenant:".
         03 pic x(30) from ws-nt-tenant-name line 3 col 38.
         03 line 4 col 2 value "Property no:".
         03 pic x(10) from ws-nt-property-id line 4 col 15.
         03 line 4 col 30 value "Tenancy began:".
         03 pic x(8) from ws-nt-first-start line 4 col 45.
         03 line 5 col 3 value
           "Ref        Type Served   Meth Expires  Status Checks"
           & " Override".
         03 pic x(76) from ws-notice-line(1) line 6 col 3.
         03 pic x(76) from ws-notice-line(2) line 7 col 3.
         03 pic x(76) from ws-notice-line(3) line 8 col 3.
         03 pic x(76) from ws-notice-line(4) line 9 col 3.
         03 pic x(76) from ws-notice-line(5) line 10 col 3.
         03 line 12 col 2 value "Notice type: [".
         03 pic x(3) using ws-nt-type highlight prompt " ".
         03 value "] S21/S8/NTQ  Served: [".
         03 pic x(8) using ws-nt-served highlight prompt " ".
         03 value "]  Method: [".
         03 pic x(1) using ws-nt-method highlight prompt " ".
         03 value "] H/P/R/E".
         03 line 13 col 2 value "Expiry date: [".
         03 pic x(8) using ws-nt-expiry highlight prompt " ".
         03 value "] blank for the minimum notice period".
         03 line 14 col 2 value "Record notice?: [".
         03 pic x(1) using ws-record-notice highlight prompt " ".
         03 value "]".
         03 line 15 col 2 value "Validity checks:".
         03 pic x(70) from ws-check-line(1) line 16 col 4.
         03 pic x(70) from ws-check-line(2) line 17 col 4.
         03 pic x(70) from ws-check-line(3) line 18 col 4.
         03 line 19 col 2 value "Override admin: [".
         03 pic x(10) using ws-nt-supervisor-id highlight
           prompt " ".
         03 value "] Why: [".
         03 pic x(40) using ws-nt-reason highlight prompt " ".
         03 value "]".
         03 line 20 col 2 value "Notice ref: [".
         03 pic x(10) using ws-nt-upd-id highlight prompt " ".
         03 value "] New status: [".
         03 pic x(1) using ws-nt-upd-status highlight prompt " ".
         03 value "] W/C  Update?: [".
         03 pic x(1) using ws-update-notice highlight prompt " ".
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
             ws-nt-tenancy-id equal spaces
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
                                 ws-nt-tenancy-id
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
           string function trim (ws-data-dir) "notices.dat"
             delimited by size into ws-path-noticefile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "certs.dat"
             delimited by size into ws-path-certfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "users.dat"
             delimited by size into ws-path-userfile
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
           perform p530-draw-notices
           display Notice-screen
           accept Notice-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           perform p520-read-tenancy
           if not done and record-notice
               perform p230-record-notice
               move "N" to ws-record-notice
           else
           if not done and update-notice
               perform p240-update-notice
               move "N" to ws-update-notice
           end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-record-notice.
           if not valid-tenancy
               move "Key a valid tenancy no." to ws-error
               exit paragraph
           end-if
           move function upper-case (ws-nt-type) to ws-nt-type
           move ws-nt-type to ws-type-check
           if not type-valid
               move "Notice type must be S21, S8 or NTQ." to ws-error
               exit paragraph
           end-if
           move function upper-case (ws-nt-method) to ws-nt-method
           move ws-nt-method to ws-method-check
           if not method-valid
               move "Service method must be H, P, R or E." to
                 ws-error
               exit paragraph
           end-if
           if ws-nt-served equal spaces or
             function trim (ws-nt-served) is not numeric
               move "Key the date served as YYYYMMDD." to ws-error
               exit paragraph
           end-if

      *  THE SHORTEST LAWFUL NOTICE FOR THE TYPE - A KEYED EXPIRY
      *  SHORT OF IT IS REFUSED; A BLANK ONE TAKES IT.
           move function numval (ws-nt-served) to ws-served-digits
           evaluate ws-nt-type
               when "S21"
                   move ws-served-digits to ws-am-base
                   move 2 to ws-am-months
                   perform p585-add-months
                   move ws-am-result to ws-min-expiry
               when "S8 "
                   compute ws-day-int =
                     function integer-of-date (ws-served-digits) + 14
                   move function date-of-integer (ws-day-int) to
                     ws-min-expiry
               when other
                   compute ws-day-int =
                     function integer-of-date (ws-served-digits) + 28
                   move function date-of-integer (ws-day-int) to
                     ws-min-expiry
           end-evaluate
           if ws-nt-expiry equal spaces
               move ws-min-expiry to ws-nt-expiry
           end-if
           if function trim (ws-nt-expiry) is not numeric
               move "Expiry date must be YYYYMMDD." to ws-error
               exit paragraph
           end-if
           move function numval (ws-nt-expiry) to ws-day-digits
           if ws-day-digits less than ws-min-expiry
               move spaces to ws-error
               string "Expiry is short of the minimum notice period - "
                 "earliest " ws-min-expiry "."
                 delimited by size into ws-error
               exit paragraph
           end-if

      *  A FAILED CHECK STOPS THE NOTICE UNLESS AN ADMIN SUPERVISOR
      *  OVERRIDES IT AND SAYS WHY.
           move "0" to ws-supervisor-valid
           if ws-checks-failed not equal zero
               if ws-nt-supervisor-id not equal spaces
                   perform p524-validate-supervisor
               end-if
               if not supervisor-valid or ws-nt-reason equal spaces
                   move
                     "Notice blocked - checks failed. Admin override"
                     & " id and reason required." to ws-error
                   exit paragraph
               end-if
           end-if

           perform p270-generate-reference
           open i-o noticefile
           if file-status = "35"
               close noticefile
               open output noticefile
               close noticefile
               open i-o noticefile
           end-if
           move spaces to Notice-Record
           move ws-next-reference to Notice-ID
           move ws-nt-tenancy-id to Notice-Tenancy-ID
           move ws-nt-property-id to Notice-Property-ID
           move ws-nt-type to Notice-Type
           move ws-nt-served to Notice-Served-Date
           move ws-nt-method to Notice-Method
           move ws-nt-expiry to Notice-Expiry-Date
           move "S" to Notice-Status
           move ws-checks-failed to Notice-Checks-Failed
           if supervisor-valid
               move function trim (ws-nt-supervisor-id) to
                 ws-numeric-reference
               move ws-numeric-reference to Notice-Override-User
               move ws-nt-reason to Notice-Override-Reason
           end-if
           move ws-session-user-id to Notice-User-ID
           move ws-system-date to Notice-Recorded
           write Notice-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close noticefile

           move "NOTICE" to ws-audit-type
           move ws-next-reference to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit
           if supervisor-valid
               move "NOTICE" to ws-audit-type
               move ws-next-reference to ws-audit-key
               move "OVERRIDE" to ws-audit-action
               perform p900-write-audit
           end-if

           move spaces to ws-error
           string "Notice " function trim (ws-next-reference)
             " recorded - expires " ws-nt-expiry "."
             delimited by size into ws-error
           move spaces to ws-nt-type
           move spaces to ws-nt-served
           move spaces to ws-nt-method
           move spaces to ws-nt-expiry
           move spaces to ws-nt-supervisor-id
           move spaces to ws-nt-reason.

       p240-update-notice.

      *  A SERVED NOTICE IS EITHER WITHDRAWN OR ACTED ON WITH A
      *  POSSESSION CLAIM - EITHER WAY IT LEAVES THE EXPIRY CHASE.
           move function upper-case (ws-nt-upd-status) to
             ws-nt-upd-status
           if ws-nt-upd-status not equal "W" and
             ws-nt-upd-status not equal "C"
               move "New status must be W(ithdrawn) or C(laim issued)."
                 to ws-error
               exit paragraph
           end-if
           if ws-nt-upd-id equal spaces or
             function trim (ws-nt-upd-id) is not numeric
               move "Notice reference invalid." to ws-error
               exit paragraph
           end-if
           move function trim (ws-nt-upd-id) to ws-numeric-reference
           move ws-numeric-reference to ws-nt-upd-id
           move "0" to invalid-data
           open i-o noticefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-nt-upd-id to Notice-ID
           read noticefile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close noticefile
               move "Notice does not exist." to ws-error
               exit paragraph
           end-if
           if Notice-Tenancy-ID not equal ws-nt-tenancy-id
               close noticefile
               move "Notice belongs to a different tenancy." to
                 ws-error
               exit paragraph
           end-if
           if not notice-is-served
               close noticefile
               move "Only a served notice can be updated." to
                 ws-error
               exit paragraph
           end-if
           move ws-nt-upd-status to Notice-Status
           rewrite Notice-Record
               invalid key
                   continue
           end-rewrite
           perform p990-check-file-status
           close noticefile

           move "NOTICE" to ws-audit-type
           move ws-nt-upd-id to ws-audit-key
           if ws-nt-upd-status equal "W"
               move "WITHDRAWN" to ws-audit-action
           else
               move "CLAIM" to ws-audit-action
           end-if
           perform p900-write-audit
           move spaces to ws-error
           string "Notice " function trim (ws-nt-upd-id) " updated."
             delimited by size into ws-error
           move spaces to ws-nt-upd-id
           move spaces to ws-nt-upd-status.

       p270-generate-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "NOTICES   " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "NOTICES   " to Seq-Key
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
           move spaces to ws-nt-tenant-name
           move spaces to ws-nt-property-id
           move spaces to ws-nt-first-start
           move spaces to ws-check-draw
           move zero to ws-checks-failed
           if ws-nt-tenancy-id equal spaces or
             function trim (ws-nt-tenancy-id) is not numeric
               exit paragraph
           end-if
           move function trim (ws-nt-tenancy-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-nt-tenancy-id
           move "0" to invalid-data
           open input tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-nt-tenancy-id to Tenancy-ID
           read tenancyfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close tenancyfile
               move "Tenancy record does not exist." to ws-error
               exit paragraph
           end-if
           move "1" to ws-valid-tenancy
           move Tenancy-Property-ID to ws-nt-property-id
           move Tenancy-Tenant-ID to ws-tenant-id
           move Tenancy-Deposit to ws-ten-deposit
           move Tenancy-Protected-Date to ws-ten-protected
           move Tenancy-Start to ws-nt-first-start

      *  A RENEWED TENANCY BEGAN WITH ITS FIRST TERM - WALK BACK
      *  THROUGH THE RENEWALS TO IT, THE SAME TENANT THROUGHOUT.
           move zero to ws-chain-hops
           perform until Tenancy-Prev-ID is not numeric or
             ws-chain-hops greater than 20 or key-not-found
               move Tenancy-Prev-ID to ws-chain-id
               move ws-chain-id to Tenancy-ID
               read tenancyfile
                   invalid key
                       move "1" to invalid-data
               end-read
               if not key-not-found
                   move Tenancy-Start to ws-nt-first-start
               end-if
               add 1 to ws-chain-hops
           end-perform
           close tenancyfile

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
               move cust-name of custrec to ws-nt-tenant-name
           end-if

           perform p500-validity-checks.

       p500-validity-checks.

      *  THE THREE DEFECTS THAT SINK A POSSESSION NOTICE, JUDGED AT
      *  THE DATE THE TENANCY BEGAN.
           move spaces to ws-check-draw
           move zero to ws-checks-failed
           if ws-nt-first-start equal spaces or
             function trim (ws-nt-first-start) is not numeric
               add 1 to ws-checks-failed
               move "Tenancy start date missing - checks cannot run."
                 to ws-check-line(ws-checks-failed)
               exit paragraph
           end-if

           if ws-ten-deposit not equal zero
               move function numval (ws-nt-first-start) to
                 ws-day-digits
               compute ws-day-int =
                 function integer-of-date (ws-day-digits) + 30
               move function date-of-integer (ws-day-int) to
                 ws-day-digits
               if ws-ten-protected equal spaces or
                 function trim (ws-ten-protected) is not numeric
                   add 1 to ws-checks-failed
                   move "FAIL: deposit held but never protected." to
                     ws-check-line(ws-checks-failed)
               else
                   if function numval (ws-ten-protected) greater than
                     ws-day-digits
                       add 1 to ws-checks-failed
                       move
                         "FAIL: deposit not protected within 30 days"
                         & " of the start." to
                         ws-check-line(ws-checks-failed)
                   end-if
               end-if
           end-if

           move "N" to ws-gas-found
           move "N" to ws-epc-found
           move "0" to end-of-file
           open input certfile
           if file-status not equal "35"
               perform until eof
                   read certfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Cert-Property-ID equal ws-nt-property-id
                               perform p505-weigh-certificate
                           end-if
                   end-read
               end-perform
           end-if
           close certfile
           if not gas-found
               add 1 to ws-checks-failed
               move
                 "FAIL: no gas safety certificate in date at the"
                 & " start." to ws-check-line(ws-checks-failed)
           end-if
           if not epc-found
               add 1 to ws-checks-failed
               move "FAIL: no EPC in date at the start." to
                 ws-check-line(ws-checks-failed)
           end-if
           if ws-checks-failed equal zero
               move "All checks passed." to ws-check-line(1)
           end-if.

       p505-weigh-certificate.

      *  IN DATE AT THE START MEANS ISSUED ON OR BEFORE IT AND NOT
      *  EXPIRED BY IT.
           if Cert-Issue-Date greater than ws-nt-first-start or
             Cert-Issue-Date equal spaces
               exit paragraph
           end-if
           if Cert-Expiry-Date not equal spaces and
             Cert-Expiry-Date less than ws-nt-first-start
               exit paragraph
           end-if
           evaluate function upper-case (Cert-Type)
               when "GAS"
                   move "Y" to ws-gas-found
               when "EPC"
                   move "Y" to ws-epc-found
           end-evaluate.

       p524-validate-supervisor.

      *  THE OVERRIDE ID MUST RESOLVE TO AN UNLOCKED USER WITH THE
      *  ADMIN ROLE FLAG SET - SAME RULE AS THE REFERENCING
      *  OVERRIDE ON MANAGE TENANCIES.
           move "0" to invalid-data
           if function trim (ws-nt-supervisor-id) is not numeric
               exit paragraph
           end-if
           move function trim (ws-nt-supervisor-id) to
             ws-numeric-reference
           open input userfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-numeric-reference to user-id of userrec
           read userfile
               invalid key
                   move "1" to invalid-data
           end-read
           close userfile
           if not key-not-found and
             user-role1 of userrec equal "Y" and
             not user-is-locked
               move "1" to ws-supervisor-valid
           end-if.

       p530-draw-notices.

      *  THE TENANCY'S FIVE LATEST NOTICES - ONCE THE TABLE IS FULL
      *  EACH FURTHER ONE PUSHES THE OLDEST OFF THE TOP.
           move spaces to ws-notice-draw
           if not valid-tenancy
               exit paragraph
           end-if
           move zero to ws-draw-sub
           move "0" to end-of-file
           open input noticefile
           if file-status not equal "35"
               perform until eof
                   read noticefile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Notice-Tenancy-ID equal ws-nt-tenancy-id
                               perform p535-format-notice-line
                           end-if
                   end-read
               end-perform
           end-if
           close noticefile.

       p535-format-notice-line.
           if ws-draw-sub less than 5
               add 1 to ws-draw-sub
           else
               perform varying ws-shift-sub from 1 by 1
                 until ws-shift-sub greater than 4
                   move ws-notice-line(ws-shift-sub + 1) to
                     ws-notice-line(ws-shift-sub)
               end-perform
           end-if
           move spaces to ws-notice-line(ws-draw-sub)
           string Notice-ID " " Notice-Type "  "
             Notice-Served-Date " " Notice-Method "    "
             Notice-Expiry-Date " " Notice-Status "      "
             Notice-Checks-Failed "      " Notice-Override-User
             delimited by size into ws-notice-line(ws-draw-sub).

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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE NOTICE ACTION
      *  JUST PERFORMED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 332Notice.
