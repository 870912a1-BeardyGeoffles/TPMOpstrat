       identification division.
       program-id. 328RentRev is recursive.

      *  RENT REVIEW - ONE TENANCY'S RENT HISTORY AND ITS NEXT
      *  REVIEW. THE PROPOSED NEW RENT AND THE DATE IT SHOULD TAKE
      *  EFFECT ARE RECORDED AS A PROPOSAL; SERVING THE NOTICE
      *  CHECKS THE STATUTORY MINIMUMS (AT LEAST ONE MONTH'S NOTICE,
      *  AND NO EARLIER THAN 52 WEEKS AFTER THE LAST INCREASE TOOK
      *  EFFECT), PRINTS THE SECTION 13 INCREASE NOTICE LETTER AND
      *  REGISTERS IT ON THE COMMS QUEUE. FROM THEN ON THE MONTHLY
      *  RENT RUN CHARGES THE OLD RENT BEFORE THE EFFECTIVE DATE AND
      *  THE NEW RENT FROM IT, AND THE REVIEW RUN MOVES THE
      *  TENANCY ONTO THE NEW FIGURE ONCE THE DATE ARRIVES. THE OLD
      *  FIGURE STAYS ON THE HISTORY FOR GOOD. REACHED FROM MANAGE
      *  TENANCIES.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select renthistfile assign dynamic
                ws-path-renthistfile
              organization indexed
              access dynamic
              file status file-status
              record key Renthist-ID OF Renthist-Record.

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

              select letterfile assign dynamic ws-path-letterfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd renthistfile.
       copy "renthistrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd letterfile.
       copy "letterrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-rr-tenancy-id pic x(10) value spaces.
       01 ws-rr-tenant-name pic x(30) value spaces.
       01 ws-rr-current-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-rr-review-date pic x(8) value spaces.
       01 ws-rr-new-rent pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-rr-effective pic x(8) value spaces.
       01 ws-rr-hist-id pic x(10) value spaces.
       01 ws-record-proposal PIC X(1) value "N".
         88 record-proposal value "Y" "y".
       01 ws-serve-notice PIC X(1) value "N".
         88 serve-notice value "Y" "y".
       01 ws-withdraw-proposal PIC X(1) value "N".
         88 withdraw-proposal value "Y" "y".
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
       01 ws-path-renthistfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-letterfile pic x(60) value spaces.
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

      *  THE TENANCY'S RENT HISTORY DRAWN ON SCREEN, OLDEST FIRST -
      *  ROWS BEYOND EIGHT ARE LEFT OFF (THEY STAY ON FILE).
       01 ws-hist-draw.
         03 ws-hist-line occurs 8 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-status-word pic x(9) value spaces.
       01 ws-old-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-new-disp pic Z,ZZZ,ZZ9.99 value zero.

       01 ws-valid-tenancy pic x(1) value "0".
         88 valid-tenancy value "1".
       01 ws-current-rent pic 9(7)v99 value zero.
       01 ws-new-rent-plain pic 9(7)v99 value zero.
       01 ws-tenant-id pic x(10) value spaces.
       01 ws-tenancy-property-id pic x(10) value spaces.
       01 ws-pending-found pic x(1) value "N".
         88 pending-found value "Y".

       01 ws-today-int pic 9(8) value zero.
       01 ws-eff-digits pic 9(8) value zero.
       01 ws-eff-int pic 9(8) value zero.
       01 ws-new-eff-int pic 9(8) value zero.
       01 ws-last-eff-int pic 9(8) value zero.
       01 ws-last-eff-date pic x(8) value spaces.
       01 ws-min-digits pic 9(8) value zero.
       01 ws-min-int pic 9(8) value zero.
       01 ws-min-year pic 9(4) value zero.
       01 ws-min-month pic 9(2) value zero.
       01 ws-min-day pic 9(2) value zero.
       01 ws-min-last-day pic 9(2) value zero.
       01 ws-nm-digits pic 9(8) value zero.
       01 ws-nm-int pic 9(8) value zero.

       01 ws-letter-old pic ZZZ,ZZ9.99 value zero.
       01 ws-letter-new pic ZZZ,ZZ9.99 value zero.
       01 ws-letter-addr1 pic x(40) value spaces.
       01 ws-letter-addr2 pic x(40) value spaces.
       01 ws-letter-postcode pic x(10) value spaces.

       Screen section.

       01 Review-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  RENT REVIEW
         03 foreground-color 14 line 2 col 2 value "RENT REVIEW".
         03 line 3 col 2 value "Tenancy no: [".
         03 pic x(10) using ws-rr-tenancy-id highlight prompt " ".
         03 value "]".
         03 line 3 col 30 value "Tenant:".
         03 pic x(30) from ws-rr-tenant-name line 3 col 38.
         03 line 4 col 2 value "Current rent:".
         03 pic Z,ZZZ,ZZ9.99 from ws-rr-current-disp line 4 col 16.
         03 line 4 col 30 value "Review date:".
         03 pic x(8) from ws-rr-review-date line 4 col 43.
         03 pic x(76) from ws-hist-line(1) line 6 col 3.
         03 pic x(76) from ws-hist-line(2) line 7 col 3.
         03 pic x(76) from ws-hist-line(3) line 8 col 3.
         03 pic x(76) from ws-hist-line(4) line 9 col 3.
         03 pic x(76) from ws-hist-line(5) line 10 col 3.
         03 pic x(76) from ws-hist-line(6) line 11 col 3.
         03 pic x(76) from ws-hist-line(7) line 12 col 3.
         03 pic x(76) from ws-hist-line(8) line 13 col 3.
         03 line 15 col 2 value "Proposed rent:   [".
         03 pic Z,ZZZ,ZZ9.99 using ws-rr-new-rent highlight
           prompt " ".
         03 value "]".
         03 line 16 col 2 value "Effective date:  [".
         03 pic x(8) using ws-rr-effective highlight prompt " ".
         03 value "] YYYYMMDD".
         03 line 17 col 2 value "Record proposal?: [".
         03 pic x(1) using ws-record-proposal highlight prompt " ".
         03 value "]".
         03 line 18 col 2 value "History ref:     [".
         03 pic x(10) using ws-rr-hist-id highlight prompt " ".
         03 value "]  Serve notice?: [".
         03 pic x(1) using ws-serve-notice highlight prompt " ".
         03 value "]  Withdraw?: [".
         03 pic x(1) using ws-withdraw-proposal highlight prompt " ".
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
             ws-rr-tenancy-id equal spaces
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
                                 ws-rr-tenancy-id
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
           string function trim (ws-data-dir) "renthist.dat"
             delimited by size into ws-path-renthistfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
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
           perform p520-read-tenancy
           perform p530-draw-history
           display Review-screen
           accept Review-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           compute ws-today-int =
             function integer-of-date
             (function numval (ws-system-date(1:8)))
           perform p520-read-tenancy
           if not done and record-proposal
               perform p230-record-proposal
               move "N" to ws-record-proposal
           else
           if not done and serve-notice
               perform p240-serve-notice
               move "N" to ws-serve-notice
           else
           if not done and withdraw-proposal
               perform p250-withdraw-proposal
               move "N" to ws-withdraw-proposal
           end-if
           end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-record-proposal.
           if not valid-tenancy
               move "Key a valid tenancy no." to ws-error
               exit paragraph
           end-if
           move function numval (ws-rr-new-rent) to ws-new-rent-plain
           if ws-new-rent-plain equal zero
               move "Key the proposed new monthly rent." to ws-error
               exit paragraph
           end-if
           if ws-new-rent-plain equal ws-current-rent
               move "Proposed rent is the same as the current rent."
                 to ws-error
               exit paragraph
           end-if
           if function trim (ws-rr-effective) is not numeric
               move "Key the effective date as YYYYMMDD." to ws-error
               exit paragraph
           end-if
           move function numval (ws-rr-effective) to ws-eff-digits
           compute ws-eff-int =
             function integer-of-date (ws-eff-digits)
           if ws-eff-int equal zero
               move "Effective date is not a real date." to ws-error
               exit paragraph
           end-if
           if ws-eff-int not greater than ws-today-int
               move "Effective date must be in the future." to
                 ws-error
               exit paragraph
           end-if

      *  ONE REVIEW AT A TIME - A PROPOSAL OR SERVED NOTICE STILL IN
      *  FLIGHT MUST BE WITHDRAWN OR TAKE EFFECT FIRST.
           perform p540-check-pending
           if pending-found
               move "A review is already pending - withdraw it first."
                 to ws-error
               exit paragraph
           end-if

           perform p270-generate-reference
           open i-o renthistfile
           if file-status = "35"
               close renthistfile
               open output renthistfile
               close renthistfile
               open i-o renthistfile
           end-if
           move spaces to Renthist-Record
           move ws-next-reference to Renthist-ID
           move ws-rr-tenancy-id to Renthist-Tenancy-ID
           move ws-tenancy-property-id to Renthist-Property-ID
           move ws-current-rent to Renthist-Old-Rent
           move ws-new-rent-plain to Renthist-New-Rent
           move ws-rr-effective to Renthist-Effective
           move "R" to Renthist-Source
           move "P" to Renthist-Status
           move ws-session-user-id to Renthist-User-ID
           move ws-system-date to Renthist-Recorded
           write Renthist-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close renthistfile

           move "RENTHIST" to ws-audit-type
           move ws-next-reference to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit
           move ws-next-reference to ws-rr-hist-id
           move spaces to ws-error
           string "Proposal recorded as " ws-next-reference
             " - serve the notice when agreed."
             delimited by size into ws-error
           move zero to ws-rr-new-rent
           move spaces to ws-rr-effective.

       p240-serve-notice.
           perform p560-read-history-row
           if key-not-found
               exit paragraph
           end-if
           if not renthist-is-proposed
               move "Only a proposed review can be served." to
                 ws-error
               exit paragraph
           end-if

      *  AT LEAST ONE MONTH'S NOTICE - THE EFFECTIVE DATE MAY NOT BE
      *  EARLIER THAN THE SAME DAY NEXT MONTH (CLAMPED TO A SHORT
      *  MONTH'S LAST DAY).
           perform p570-one-month-from-today
           move function numval (Renthist-Effective) to
             ws-eff-digits
           compute ws-eff-int =
             function integer-of-date (ws-eff-digits)
           if ws-eff-int less than ws-min-int
               move
                 "Less than one month's notice - move the date on."
                 to ws-error
               exit paragraph
           end-if

      *  NO EARLIER THAN 52 WEEKS AFTER THE LAST REVIEW INCREASE
      *  TOOK EFFECT.
           move ws-eff-int to ws-new-eff-int
           perform p580-last-review-effective
           if ws-last-eff-int not equal zero and
             ws-new-eff-int - ws-last-eff-int less than 364
               move spaces to ws-error
               string "Within 52 weeks of the last increase on "
                 ws-last-eff-date "."
                 delimited by size into ws-error
               exit paragraph
           end-if

           open i-o renthistfile
           move ws-rr-hist-id to Renthist-ID
           read renthistfile
               invalid key
                   move "1" to invalid-data
           end-read
           move "N" to Renthist-Status
           move ws-system-date(1:8) to Renthist-Notice-Date
           move ws-session-user-id to Renthist-User-ID
           rewrite Renthist-Record
               invalid key
                   continue
           end-rewrite
           perform p990-check-file-status
           close renthistfile

           perform p600-print-increase-notice

           move "RENTINC" to ws-comms-type
           move ws-tenant-id to ws-comms-cust
           move ws-tenancy-property-id to ws-comms-prop
           move ws-rr-hist-id to ws-comms-docref
           perform p925-queue-communication
           move spaces to ws-comms-docref

           move "RENTHIST" to ws-audit-type
           move ws-rr-hist-id to ws-audit-key
           move "NOTICE" to ws-audit-action
           perform p900-write-audit
           move "Increase notice printed and queued." to ws-error.

       p250-withdraw-proposal.
           perform p560-read-history-row
           if key-not-found
               exit paragraph
           end-if
           if not renthist-is-proposed and not renthist-is-served
               move "Only a pending review can be withdrawn." to
                 ws-error
               exit paragraph
           end-if
           open i-o renthistfile
           move ws-rr-hist-id to Renthist-ID
           read renthistfile
               invalid key
                   move "1" to invalid-data
           end-read
           move "W" to Renthist-Status
           rewrite Renthist-Record
               invalid key
                   continue
           end-rewrite
           perform p990-check-file-status
           close renthistfile
           move "RENTHIST" to ws-audit-type
           move ws-rr-hist-id to ws-audit-key
           move "WITHDRAW" to ws-audit-action
           perform p900-write-audit
           move "Review withdrawn." to ws-error.

       p270-generate-reference.
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
           move ws-numeric-reference to ws-next-reference.

       p300-end.

           copy "menuoption.cpy".

       p520-read-tenancy.
           move "0" to ws-valid-tenancy
           move spaces to ws-rr-tenant-name
           move zero to ws-rr-current-disp
           move spaces to ws-rr-review-date
           move zero to ws-current-rent
           if ws-rr-tenancy-id equal spaces or
             function trim (ws-rr-tenancy-id) is not numeric
               exit paragraph
           end-if
           move function trim (ws-rr-tenancy-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-rr-tenancy-id
           move "0" to invalid-data
           open input tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-rr-tenancy-id to Tenancy-ID
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
           move Tenancy-Rent of Tenancy-Record to ws-current-rent
           move ws-current-rent to ws-rr-current-disp
           move Tenancy-Review-Date of Tenancy-Record to
             ws-rr-review-date
           move Tenancy-Tenant-ID of Tenancy-Record to ws-tenant-id
           move Tenancy-Property-ID of Tenancy-Record to
             ws-tenancy-property-id

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
               move cust-name of custrec to ws-rr-tenant-name
           end-if.

       p530-draw-history.

      *  REDRAWS THE TENANCY'S RENT HISTORY - REFERENCE, EFFECTIVE
      *  DATE, OLD AND NEW RENT, WHERE IT CAME FROM AND ITS STATUS.
           move spaces to ws-hist-draw
           if not valid-tenancy
               exit paragraph
           end-if
           move zero to ws-draw-sub
           move "0" to end-of-file
           open input renthistfile
           if file-status not equal "35"
               perform until eof
                   read renthistfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Renthist-Tenancy-ID equal
                             ws-rr-tenancy-id and
                             ws-draw-sub less than 8
                               add 1 to ws-draw-sub
                               perform p535-format-history-line
                           end-if
                   end-read
               end-perform
           end-if
           close renthistfile.

       p535-format-history-line.
           evaluate TRUE
               when renthist-is-proposed
                   move "Proposed" to ws-status-word
               when renthist-is-served
                   move "Served" to ws-status-word
               when renthist-is-applied
                   move "Applied" to ws-status-word
               when other
                   move "Withdrawn" to ws-status-word
           end-evaluate
           move Renthist-Old-Rent to ws-old-disp
           move Renthist-New-Rent to ws-new-disp
           move spaces to ws-hist-line(ws-draw-sub)
           string Renthist-ID " from " Renthist-Effective
             " " ws-old-disp " to " ws-new-disp
             " " Renthist-Source " " ws-status-word
             delimited by size into ws-hist-line(ws-draw-sub).

       p540-check-pending.
           move "N" to ws-pending-found
           move "0" to end-of-file
           open input renthistfile
           if file-status not equal "35"
               perform until eof
                   read renthistfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Renthist-Tenancy-ID equal
                             ws-rr-tenancy-id and
                             (renthist-is-proposed or
                             renthist-is-served)
                               move "Y" to ws-pending-found
                           end-if
                   end-read
               end-perform
           end-if
           close renthistfile.

       p560-read-history-row.
           move "0" to invalid-data
           if ws-rr-hist-id equal spaces or
             function trim (ws-rr-hist-id) is not numeric
               move "Key the history ref." to ws-error
               move "1" to invalid-data
               exit paragraph
           end-if
           move function trim (ws-rr-hist-id) to ws-numeric-reference
           move ws-numeric-reference to ws-rr-hist-id
           open input renthistfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-rr-hist-id to Renthist-ID
           read renthistfile
               invalid key
                   move "1" to invalid-data
           end-read
           close renthistfile
           if key-not-found
               move "History ref does not exist." to ws-error
               exit paragraph
           end-if
           if Renthist-Tenancy-ID not equal ws-rr-tenancy-id
               move "History ref belongs to a different tenancy." to
                 ws-error
               move "1" to invalid-data
           end-if.

       p570-one-month-from-today.
           move ws-system-date(1:4) to ws-min-year
           move ws-system-date(5:2) to ws-min-month
           move ws-system-date(7:2) to ws-min-day
           if ws-min-month equal 12
               add 1 to ws-min-year
               move 1 to ws-min-month
           else
               add 1 to ws-min-month
           end-if

      *  THE TARGET MONTH'S REAL LAST DAY - THE FIRST OF THE MONTH
      *  AFTER IT, BACK ONE DAY THROUGH THE DATE ARITHMETIC.
           move ws-min-year to ws-nm-digits(1:4)
           move ws-min-month to ws-nm-digits(5:2)
           move "01" to ws-nm-digits(7:2)
           compute ws-nm-int =
             function integer-of-date (ws-nm-digits) + 31
           move function date-of-integer (ws-nm-int) to ws-nm-digits
           move "01" to ws-nm-digits(7:2)
           compute ws-nm-int =
             function integer-of-date (ws-nm-digits) - 1
           move function date-of-integer (ws-nm-int) to ws-nm-digits
           move ws-nm-digits(7:2) to ws-min-last-day
           if ws-min-day greater than ws-min-last-day
               move ws-min-last-day to ws-min-day
           end-if
           move ws-min-year to ws-min-digits(1:4)
           move ws-min-month to ws-min-digits(5:2)
           move ws-min-day to ws-min-digits(7:2)
           compute ws-min-int =
             function integer-of-date (ws-min-digits).

       p580-last-review-effective.

      *  THE LATEST EFFECTIVE DATE OF ANY REVIEW ALREADY SERVED OR
      *  APPLIED ON THE TENANCY - MANUAL CORRECTIONS DO NOT COUNT.
           move zero to ws-last-eff-int
           move spaces to ws-last-eff-date
           move "0" to end-of-file
           open input renthistfile
           if file-status not equal "35"
               perform until eof
                   read renthistfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Renthist-Tenancy-ID equal
                             ws-rr-tenancy-id and
                             renthist-from-review and
                             renthist-is-binding and
                             Renthist-Effective greater than
                             ws-last-eff-date
                               move Renthist-Effective to
                                 ws-last-eff-date
                           end-if
                   end-read
               end-perform
           end-if
           close renthistfile
           if ws-last-eff-date not equal spaces
               move function numval (ws-last-eff-date) to
                 ws-eff-digits
               compute ws-last-eff-int =
                 function integer-of-date (ws-eff-digits)
           end-if.

       p600-print-increase-notice.

      *  THE SECTION 13 NOTICE, ONE FILE PER REVIEW, ADDRESSED TO
      *  THE TENANT AT THE LET PROPERTY.
           move spaces to ws-letter-addr1
           move spaces to ws-letter-addr2
           move spaces to ws-letter-postcode
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-tenancy-property-id to
             Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if not key-not-found
               move Property-Address1 of Property-Record to
                 ws-letter-addr1
               move Property-Address2 of Property-Record to
                 ws-letter-addr2
               move Property-Postcode of Property-Record to
                 ws-letter-postcode
           end-if

           move spaces to ws-path-letterfile
           string function trim (ws-data-dir) "rentinc"
             function trim (ws-rr-hist-id) ".txt"
             delimited by size into ws-path-letterfile
           open output letterfile
           move function trim (ws-rr-tenant-name) to Letter-Text
           write Letter-Line
           move function trim (ws-letter-addr1) to Letter-Text
           write Letter-Line
           move function trim (ws-letter-addr2) to Letter-Text
           write Letter-Line
           move function trim (ws-letter-postcode) to Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           string "Date: " ws-system-date(7:2) "/"
             ws-system-date(5:2) "/" ws-system-date(1:4)
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           write Letter-Line
           move "NOTICE PROPOSING A NEW RENT - HOUSING ACT 1988 S.13(2)"
             to Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           string "Tenancy reference " ws-rr-tenancy-id
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           write Letter-Line
           move Renthist-Old-Rent to ws-letter-old
           move Renthist-New-Rent to ws-letter-new
           move spaces to Letter-Text
           string "The rent for the property above is currently "
             function trim (ws-letter-old) " per month."
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           string "Your landlord proposes a new rent of "
             function trim (ws-letter-new) " per month,"
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           string "payable from " Renthist-Effective(7:2) "/"
             Renthist-Effective(5:2) "/" Renthist-Effective(1:4)
             "."
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           write Letter-Line
           move
             "If you accept the new rent you need do nothing. If you"
             to Letter-Text
           write Letter-Line
           move
             "do not, you may refer this notice to the First-tier"
             to Letter-Text
           write Letter-Line
           move
             "Tribunal before the date the new rent takes effect."
             to Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           write Letter-Line
           move "Torrans Property Management, agent for the landlord"
             to Letter-Text
           write Letter-Line
           close letterfile.

       p925-queue-communication.

      *  REGISTERS THE NOTICE ON THE OUTBOUND COMMS QUEUE UNDER
      *  THE NEXT COMMS REFERENCE - SAME SHAPE AS THE OTHER
      *  MODULES. THE HISTORY REFERENCE RIDES ON THE DOCUMENT
      *  REFERENCE SO EACH NOTICE IS TRACEABLE IN ITS OWN RIGHT.
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE REVIEW ACTION
      *  JUST PERFORMED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 328RentRev.
