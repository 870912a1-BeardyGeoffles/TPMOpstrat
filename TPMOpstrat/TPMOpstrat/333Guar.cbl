       identification division.
       program-id. 333Guar is recursive.

      *  TENANCY GUARANTORS. LISTS THE CUSTOMERS STANDING BEHIND A
      *  TENANCY AND LETS ONE BE ADDED OR RELEASED. A GUARANTOR IS
      *  REFERENCED ON THE SAME CHECKLIST AS THE TENANT AND CANNOT
      *  BE ADDED WHILE ANY CHECK IS MISSING OR FAILED, SHORT OF AN
      *  ADMIN SUPERVISOR OVERRIDE, WHICH IS KEPT ON THE GUARANTOR.
      *  THE RENT RUN WRITES TO ACTIVE GUARANTORS WHEN THE TENANCY
      *  FALLS BEHIND; A RELEASED GUARANTOR HEARS NOTHING FURTHER.
      *  REACHED FROM MANAGE TENANCIES.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select guarfile assign dynamic ws-path-guarfile
              organization indexed
              access dynamic
              file status file-status
              record key Guar-ID OF Guar-Record.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select refchkfile assign dynamic ws-path-refchkfile
              organization indexed
              access dynamic
              file status file-status
              record key Refchk-Tenant-ID OF Refchk-Record.

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

       fd guarfile.
       copy "guarantorrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd refchkfile.
       copy "refchkrec.cpy".

       fd userfile.
       copy "userrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-gu-tenancy-id pic x(10) value spaces.
       01 ws-gu-tenant-name pic x(30) value spaces.
       01 ws-gu-property-id pic x(10) value spaces.
       01 ws-gu-cust-id pic x(10) value spaces.
       01 ws-gu-cust-name pic x(30) value spaces.
       01 ws-gu-supervisor-id pic x(10) value spaces.
       01 ws-gu-upd-id pic x(10) value spaces.
       01 ws-add-guar PIC X(1) value "N".
         88 add-guar value "Y" "y".
       01 ws-release-guar PIC X(1) value "N".
         88 release-guar value "Y" "y".
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
       01 ws-path-guarfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-refchkfile pic x(60) value spaces.
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

      *  THE TENANCY'S GUARANTORS DRAWN ON SCREEN - THE FIVE MOST
      *  RECENT, OLDEST FIRST.
       01 ws-guar-draw.
         03 ws-guar-line occurs 5 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-shift-sub pic 9(2) value zero.
       01 ws-line-name pic x(20) value spaces.

       01 ws-valid-tenancy pic x(1) value "0".
         88 valid-tenancy value "1".
       01 ws-tenant-id pic x(10) value spaces.
       01 ws-supervisor-valid pic x(1) value "0".
         88 supervisor-valid value "1".
       01 ws-refs-ok pic x(1) value "N".
         88 refs-ok value "Y".
       01 ws-already-linked pic x(1) value "N".
         88 already-linked value "Y".

       Screen section.

       01 Guar-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  TENANCY GUARANTORS
         03 foreground-color 14 line 2 col 2 value
           "TENANCY GUARANTORS".
         03 line 3 col 2 value "Tenancy no: [".
         03 pic x(10) using ws-gu-tenancy-id highlight prompt " ".
         03 value "]".
         03 line 3 col 30 value "Tenant:".
         03 pic x(30) from ws-gu-tenant-name line 3 col 38.
         03 line 4 col 2 value "Property no:".
         03 pic x(10) from ws-gu-property-id line 4 col 15.
         03 line 5 col 3 value
           "Ref        Customer   Name                 Added    St"
           & " Override   Notified".
         03 pic x(76) from ws-guar-line(1) line 6 col 3.
         03 pic x(76) from ws-guar-line(2) line 7 col 3.
         03 pic x(76) from ws-guar-line(3) line 8 col 3.
         03 pic x(76) from ws-guar-line(4) line 9 col 3.
         03 pic x(76) from ws-guar-line(5) line 10 col 3.
         03 line 12 col 2 value "Guarantor customer no: [".
         03 pic x(10) using ws-gu-cust-id highlight prompt " ".
         03 value "]".
         03 pic x(30) from ws-gu-cust-name line 12 col 40.
         03 line 13 col 2 value "Override admin:        [".
         03 pic x(10) using ws-gu-supervisor-id highlight
           prompt " ".
         03 value "]  only where referencing is incomplete".
         03 line 14 col 2 value "Add guarantor?:        [".
         03 pic x(1) using ws-add-guar highlight prompt " ".
         03 value "]".
         03 line 16 col 2 value "Guarantor ref:         [".
         03 pic x(10) using ws-gu-upd-id highlight prompt " ".
         03 value "]  Release?: [".
         03 pic x(1) using ws-release-guar highlight prompt " ".
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
             ws-gu-tenancy-id equal spaces
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
                                 ws-gu-tenancy-id
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
           string function trim (ws-data-dir) "guarantors.dat"
             delimited by size into ws-path-guarfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "refchecks.dat"
             delimited by size into ws-path-refchkfile
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
           perform p530-draw-guarantors
           display Guar-screen
           accept Guar-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           perform p520-read-tenancy
           perform p525-read-guarantor-customer
           if not done and add-guar
               perform p230-add-guarantor
               move "N" to ws-add-guar
           else
           if not done and release-guar
               perform p240-release-guarantor
               move "N" to ws-release-guar
           end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-add-guarantor.
           if not valid-tenancy
               move "Key a valid tenancy no." to ws-error
               exit paragraph
           end-if
           if ws-gu-cust-name equal spaces
               move "Key a valid guarantor customer no." to ws-error
               exit paragraph
           end-if
           if ws-gu-cust-id equal ws-tenant-id
               move "A tenant cannot guarantee their own tenancy." to
                 ws-error
               exit paragraph
           end-if
           perform p540-check-already-linked
           if already-linked
               move "Customer is already a guarantor on this tenancy."
                 to ws-error
               exit paragraph
           end-if

      *  THE SAME FOUR CHECKS AS THE TENANT - SHORT OF ALL PASSED,
      *  ONLY AN ADMIN SUPERVISOR OVERRIDE LETS THE GUARANTOR ON.
           perform p560-check-referencing
           move "0" to ws-supervisor-valid
           if not refs-ok
               if ws-gu-supervisor-id not equal spaces
                   perform p524-validate-supervisor
               end-if
               if not supervisor-valid
                   move
                     "Guarantor referencing incomplete or failed -"
                     & " Admin override id required." to ws-error
                   exit paragraph
               end-if
           end-if

           perform p270-generate-reference
           open i-o guarfile
           if file-status = "35"
               close guarfile
               open output guarfile
               close guarfile
               open i-o guarfile
           end-if
           move spaces to Guar-Record
           move ws-next-reference to Guar-ID
           move ws-gu-tenancy-id to Guar-Tenancy-ID
           move ws-gu-cust-id to Guar-Cust-ID
           move "A" to Guar-Status
           move ws-system-date(1:8) to Guar-Added
           if supervisor-valid
               move function trim (ws-gu-supervisor-id) to
                 ws-numeric-reference
               move ws-numeric-reference to Guar-Override-User
           end-if
           move ws-session-user-id to Guar-User-ID
           write Guar-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close guarfile

           move "GUARANTOR" to ws-audit-type
           move ws-next-reference to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit
           if supervisor-valid
               move "GUARANTOR" to ws-audit-type
               move ws-next-reference to ws-audit-key
               move "REFOVRD" to ws-audit-action
               perform p900-write-audit
           end-if

           move spaces to ws-error
           string "Guarantor " function trim (ws-next-reference)
             " added to tenancy " function trim (ws-gu-tenancy-id)
             "." delimited by size into ws-error
           move spaces to ws-gu-cust-id
           move spaces to ws-gu-cust-name
           move spaces to ws-gu-supervisor-id.

       p240-release-guarantor.

      *  A RELEASED GUARANTOR STAYS ON FILE FOR THE RECORD BUT IS
      *  NO LONGER WRITTEN TO ABOUT ARREARS.
           if ws-gu-upd-id equal spaces or
             function trim (ws-gu-upd-id) is not numeric
               move "Guarantor reference invalid." to ws-error
               exit paragraph
           end-if
           move function trim (ws-gu-upd-id) to ws-numeric-reference
           move ws-numeric-reference to ws-gu-upd-id
           move "0" to invalid-data
           open i-o guarfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-gu-upd-id to Guar-ID
           read guarfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close guarfile
               move "Guarantor does not exist." to ws-error
               exit paragraph
           end-if
           if Guar-Tenancy-ID not equal ws-gu-tenancy-id
               close guarfile
               move "Guarantor belongs to a different tenancy." to
                 ws-error
               exit paragraph
           end-if
           if not guar-is-active
               close guarfile
               move "Guarantor is already released." to ws-error
               exit paragraph
           end-if
           move "R" to Guar-Status
           rewrite Guar-Record
               invalid key
                   continue
           end-rewrite
           perform p990-check-file-status
           close guarfile

           move "GUARANTOR" to ws-audit-type
           move ws-gu-upd-id to ws-audit-key
           move "RELEASED" to ws-audit-action
           perform p900-write-audit
           move spaces to ws-error
           string "Guarantor " function trim (ws-gu-upd-id)
             " released." delimited by size into ws-error
           move spaces to ws-gu-upd-id.

       p270-generate-reference.
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
           move spaces to ws-gu-tenant-name
           move spaces to ws-gu-property-id
           move spaces to ws-tenant-id
           if ws-gu-tenancy-id equal spaces or
             function trim (ws-gu-tenancy-id) is not numeric
               exit paragraph
           end-if
           move function trim (ws-gu-tenancy-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-gu-tenancy-id
           move "0" to invalid-data
           open input tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-gu-tenancy-id to Tenancy-ID
           read tenancyfile
               invalid key
                   move "1" to invalid-data
           end-read
           close tenancyfile
           if key-not-found
               move "Tenancy record does not exist." to ws-error
               exit paragraph
           end-if
           move "1" to ws-valid-tenancy
           move Tenancy-Property-ID to ws-gu-property-id
           move Tenancy-Tenant-ID to ws-tenant-id

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
               move cust-name of custrec to ws-gu-tenant-name
           end-if.

       p525-read-guarantor-customer.
           move spaces to ws-gu-cust-name
           if ws-gu-cust-id equal spaces
               exit paragraph
           end-if
           if function trim (ws-gu-cust-id) is not numeric
               move "Guarantor customer no invalid." to ws-error
               move spaces to ws-gu-cust-id
               exit paragraph
           end-if
           move function trim (ws-gu-cust-id) to ws-numeric-reference
           move ws-numeric-reference to ws-gu-cust-id
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-gu-cust-id to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if key-not-found
               move "Customer record does not exist." to ws-error
           else
               move cust-name of custrec to ws-gu-cust-name
           end-if.

       p524-validate-supervisor.

      *  THE OVERRIDE ID MUST RESOLVE TO AN UNLOCKED USER WITH THE
      *  ADMIN ROLE FLAG SET - SAME RULE AS THE REFERENCING
      *  OVERRIDE ON MANAGE TENANCIES.
           move "0" to invalid-data
           if function trim (ws-gu-supervisor-id) is not numeric
               exit paragraph
           end-if
           move function trim (ws-gu-supervisor-id) to
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

       p530-draw-guarantors.

      *  THE TENANCY'S FIVE LATEST GUARANTORS - ONCE THE TABLE IS
      *  FULL EACH FURTHER ONE PUSHES THE OLDEST OFF THE TOP.
           move spaces to ws-guar-draw
           if not valid-tenancy
               exit paragraph
           end-if
           move zero to ws-draw-sub
           move "0" to end-of-file
           open input guarfile
           if file-status not equal "35"
               perform until eof
                   read guarfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Guar-Tenancy-ID equal ws-gu-tenancy-id
                               perform p535-format-guarantor-line
                           end-if
                   end-read
               end-perform
           end-if
           close guarfile.

       p535-format-guarantor-line.
           if ws-draw-sub less than 5
               add 1 to ws-draw-sub
           else
               perform varying ws-shift-sub from 1 by 1
                 until ws-shift-sub greater than 4
                   move ws-guar-line(ws-shift-sub + 1) to
                     ws-guar-line(ws-shift-sub)
               end-perform
           end-if
           move spaces to ws-line-name
           move "0" to invalid-data
           open input custfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Guar-Cust-ID to cust-id of custrec
           read custfile
               invalid key
                   move "1" to invalid-data
           end-read
           close custfile
           if not key-not-found
               move cust-name of custrec to ws-line-name
           end-if
           move spaces to ws-guar-line(ws-draw-sub)
           string Guar-ID " " Guar-Cust-ID " " ws-line-name " "
             Guar-Added " " Guar-Status "  " Guar-Override-User " "
             Guar-Last-Notified
             delimited by size into ws-guar-line(ws-draw-sub).

       p540-check-already-linked.
           move "N" to ws-already-linked
           move "0" to end-of-file
           open input guarfile
           if file-status not equal "35"
               perform until eof
                   read guarfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Guar-Tenancy-ID equal ws-gu-tenancy-id
                             and Guar-Cust-ID equal ws-gu-cust-id
                             and guar-is-active
                               move "Y" to ws-already-linked
                           end-if
                   end-read
               end-perform
           end-if
           close guarfile.

       p560-check-referencing.
           move "N" to ws-refs-ok
           move "0" to invalid-data
           open input refchkfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-gu-cust-id to Refchk-Tenant-ID
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE GUARANTOR ACTION
      *  JUST PERFORMED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 333Guar.
