      *  SHORT OF ITS DUE AMOUNT, AGED BY DAYS OVERDUE, PER TENANT
      *  AND PER PROPERTY. RECEIPTS ARE POSTED AGAINST THE ROWS ON
      *  THE RENT SCREEN REACHED FROM MANAGE TENANCIES.
      *  THE AMOUNT CHARGED COMES FROM THE TENANCY'S RENT HISTORY
      *  WHERE IT HAS ONE - THE OLD RENT BEFORE A SERVED INCREASE'S
      *  EFFECTIVE DATE AND THE NEW RENT FROM IT - SO A CHARGE IS
      *  RIGHT EVEN BEFORE THE REVIEW RUN MOVES THE TENANCY ON.
      *  A RENEWED TENANCY HANDS OVER TO ITS SUCCESSOR WITH ONE
      *  CHARGE IN THE CHANGEOVER MONTH, NOT TWO; A TENANCY ROLLED
      *  ONTO A PERIODIC BASIS HAS NO END DATE AND SIMPLY RUNS ON.
      *  PASS THREE WRITES TO EACH ACTIVE GUARANTOR OF A TENANCY
      *  WITH A PAYMENT OVERDUE PAST THE GUARANTOR THRESHOLD - 14
      *  DAYS UNLESS "GUARDAYS NNN" IS GIVEN ON THE COMMAND LINE -
      *  AND QUEUES THE LETTER; EACH MISSED PAYMENT IS NOTIFIED ONCE.
      *  A TENANCY ON A LET-ONLY INSTRUCTION IS NOT CHARGED - THE
      *  TENANT PAYS THE LANDLORD DIRECT AND WE HOLD NO RENT LEDGER.
      *  RUN FROM THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO
      *  SCREEN, NO OPERATOR INPUT.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.

       environment division.

       input-output section.

       file-control.
              select runlockfile assign dynamic ws-path-runlockfile
              organization indexed
              access dynamic
              file status file-status
              record key Runlock-Job OF Runlock-Record.

              select runlocklogfile assign dynamic
                ws-path-runlocklogfile
              organization line sequential
              file status file-status.

              select rentfile assign dynamic ws-path-rentfile
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

              select commsqfile assign dynamic ws-path-commsqfile
              organization indexed
              access dynamic
              file status file-status
              record key Comms-ID OF Comms-Record.

              select letterfile assign dynamic ws-path-letterfile
              organization line sequential
              file status file-status.

              select arrearsfile assign dynamic ws-path-arrearsfile
              organization line sequential
              file status file-status.
       fd custfile.
       copy "custrec.cpy".

       fd renthistfile.
       copy "renthistrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd guarfile.
       copy "guarantorrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd letterfile.
       copy "letterrec.cpy".

       fd arrearsfile.

      *  ARREARS REPORT LINE - ONE FREE-TEXT LINE PER RENT ROW IN
       fd auditfile.
       copy "auditrec.cpy".

       fd runlockfile.
       copy "runlockrec.cpy".

       fd runlocklogfile.
       copy "runlocklogrec.cpy".

       working-storage section.

       copy "run-lock-variables.cpy".

       copy "system-date-variables.cpy".

       copy "session-record.cpy".
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-renthistfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-arrearsfile pic x(60) value spaces.
       01 ws-path-guarfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-letterfile pic x(70) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-eom-int pic 9(8) value zero.
       01 ws-already-raised pic x(1) value "N".
         88 already-raised value "Y".
       01 ws-let-only pic x(1) value "N".
         88 tenancy-let-only value "Y".
       01 ws-hist-eof pic x value "0".
         88 hist-eof value "1".
       01 ws-charge-rent pic 9(7)v99 value zero.
       01 ws-before-eff pic x(8) value spaces.
       01 ws-after-eff pic x(8) value spaces.

       01 ws-raised-count pic 9(5) value zero.
       01 ws-arrears-count pic 9(5) value zero.
       01 ws-total-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-tenant-name pic x(30) value spaces.

       01 ws-command-line pic x(60) value spaces.
       01 ws-parm-word pic x(10) value spaces.
       01 ws-parm-value pic x(10) value spaces.
       01 ws-parm-num-just pic x(3) justified right value spaces.

      *  GUARANTOR NOTIFICATION - DAYS A PAYMENT MAY RUN OVERDUE
      *  BEFORE THE GUARANTORS ARE WRITTEN TO, AND WHAT ONE
      *  TENANCY'S ARREARS COME TO.
       01 ws-guar-days pic 9(3) value 014.
       01 ws-guar-eof pic x value "0".
         88 guar-eof value "1".
       01 ws-ga-total pic 9(9)v99 value zero.
       01 ws-ga-oldest-days pic s9(5) value zero.
       01 ws-ga-trigger-id pic x(10) value spaces.
       01 ws-ga-property-id pic x(10) value spaces.
       01 ws-ga-tenant-id pic x(10) value spaces.
       01 ws-ga-guar-name pic x(30) value spaces.
       01 ws-ga-addr1 pic x(40) value spaces.
       01 ws-ga-addr2 pic x(40) value spaces.
       01 ws-ga-postcode pic x(10) value spaces.
       01 ws-ga-prop-addr1 pic x(25) value spaces.
       01 ws-ga-prop-postcode pic x(10) value spaces.
       01 ws-guar-count pic 9(5) value zero.
       01 ws-comms-type pic x(10) value spaces.
       01 ws-comms-cust pic x(10) value spaces.
       01 ws-comms-prop pic x(10) value spaces.
       01 ws-comms-numeric pic 9(10) value zero.
       01 ws-comms-docref pic x(10) value spaces.

       procedure division.

       MAIN section.
           perform p100-setup
           move "RENTCHG" to ws-runlock-job
           move "RENT ARREARS GUARANTOR COMMS" to
             ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
           if ws-session-user-id equal spaces or
             ws-session-user-id equal low-value
               move "BATCH" to ws-session-user-id
           end-if
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word ws-parm-value
           end-unstring
           if function upper-case (function trim (ws-parm-word))
             equal "GUARDAYS"
               move function trim (ws-parm-value) to
                 ws-parm-num-just
               inspect ws-parm-num-just
                 replacing leading " " by "0"
               if ws-parm-num-just is numeric and
                 ws-parm-num-just not equal "000"
                   move ws-parm-num-just to ws-guar-days
               end-if
           end-if.

       p110-resolve-file-paths.
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "renthist.dat"
             delimited by size into ws-path-renthistfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "rentarrears.txt"
             delimited by size into ws-path-arrearsfile
           string function trim (ws-data-dir) "guarantors.dat"
             delimited by size into ws-path-guarfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.


           perform p300-raise-charges
           perform p400-arrears-report
           perform p500-guarantor-notices

           move "RENT" to ws-audit-type
           move spaces to ws-audit-key
             " charges raised."
           move ws-arrears-count to ws-count-disp
           display "Arrears report written - " ws-count-disp
             " rows in arrears."
           move ws-guar-count to ws-count-disp
           display "Guarantor letters queued - " ws-count-disp ".".

       p250-last-day-of-month.

               exit paragraph
           end-if

           perform p315-check-let-only
           if tenancy-let-only
               exit paragraph
           end-if

           perform p320-check-already-raised
           if already-raised
               exit paragraph
           string ws-run-month ws-due-day
             delimited by size into ws-due-date

      *  A RENEWED TERM WHOSE DUE DAY FALLS AFTER ITS END LEAVES
      *  THE MONTH'S CHARGE TO THE SUCCESSOR TENANCY.
           if Tenancy-Next-ID is numeric and
             Tenancy-End not equal spaces and
             ws-due-date greater than Tenancy-End
               exit paragraph
           end-if

           perform p330-rent-for-due-date
           if ws-charge-rent equal zero
               exit paragraph
           end-if

           perform p270-generate-reference
           open i-o rentfile
           if file-status = "35"
           move Tenancy-Tenant-ID of Tenancy-Record to
             Rent-Tenant-ID
           move ws-due-date to Rent-Due-Date
           move ws-charge-rent to Rent-Amount-Due
           move zero to Rent-Amount-Paid
           move spaces to Rent-Paid-Date
           move "O" to Rent-Status
           move "CREATE" to ws-audit-action
           perform p900-write-audit.

       p315-check-let-only.

      *  THE SERVICE LEVEL IS HELD ON THE INSTRUCTION, SO THE
      *  TENANCY'S PROPERTY IS READ FOR IT.
           move "N" to ws-let-only
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Tenancy-Property-ID of Tenancy-Record to
             Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if not key-not-found and
             property-let-only of Property-Record
               move "Y" to ws-let-only
           end-if.

       p320-check-already-raised.

      *  ONE CHARGE PER TENANCY PER CALENDAR MONTH - A SECOND RUN OF
      *  THE SAME MONTH RAISES NOTHING NEW. IN THE MONTH A RENEWAL
      *  STARTS, A CHARGE ALREADY RAISED ON THE TERM IT RENEWED
      *  COUNTS AS THIS MONTH'S CHARGE.
           move "N" to ws-already-raised
           move "0" to end-of-file
           open input rentfile
                               move "Y" to ws-already-raised
                               move "1" to end-of-file
                           end-if
                           if Tenancy-Prev-ID is numeric and
                             Tenancy-Start (1:6) equal ws-run-month
                             and Rent-Tenancy-ID of Rent-Record equal
                             Tenancy-Prev-ID and
                             Rent-Due-Date of Rent-Record (1:6)
                             equal ws-run-month
                               move "Y" to ws-already-raised
                               move "1" to end-of-file
                           end-if
                   end-read
               end-perform
           end-if
           close rentfile.

       p330-rent-for-due-date.

      *  THE RENT IN FORCE ON THE DUE DATE. ONLY SERVED AND APPLIED
      *  HISTORY ROWS COUNT - THE LATEST ONE EFFECTIVE BY THE DUE
      *  DATE GIVES ITS NEW RENT; FAILING THAT THE EARLIEST ONE
      *  STILL TO TAKE EFFECT GIVES ITS OLD RENT; A TENANCY WITH NO
      *  HISTORY IS CHARGED ITS RENT AS HELD.
           move Tenancy-Rent of Tenancy-Record to ws-charge-rent
           move spaces to ws-before-eff
           move spaces to ws-after-eff
           move "0" to ws-hist-eof
           open input renthistfile
           if file-status not equal "35"
               perform until hist-eof
                   read renthistfile next record
                       at end
                           move "1" to ws-hist-eof
                       not at end
                           if Renthist-Tenancy-ID equal
                             Tenancy-ID of Tenancy-Record and
                             renthist-is-binding
                               perform p335-weigh-history-row
                           end-if
                   end-read
               end-perform
           end-if
           close renthistfile.

       p335-weigh-history-row.
           if Renthist-Effective not greater than ws-due-date
               if ws-before-eff equal spaces or
                 Renthist-Effective not less than ws-before-eff
                   move Renthist-Effective to ws-before-eff
                   move Renthist-New-Rent to ws-charge-rent
               end-if
           else
               if ws-before-eff equal spaces and
                 (ws-after-eff equal spaces or
                 Renthist-Effective less than ws-after-eff)
                   move Renthist-Effective to ws-after-eff
                   move Renthist-Old-Rent to ws-charge-rent
               end-if
           end-if.

       p270-generate-reference.
           move "0" to invalid-data
           open i-o seqctlfile
               move cust-name of custrec to ws-tenant-name
           end-if.

       p500-guarantor-notices.

      *  EACH ACTIVE GUARANTOR IS WEIGHED AGAINST ITS TENANCY'S
      *  RENT ROWS. A LETTER GOES WHEN A PAYMENT HAS RUN OVERDUE
      *  PAST THE THRESHOLD AND IS LATER THAN THE LAST ONE THE
      *  GUARANTOR WAS TOLD ABOUT, SO A REPEATED RUN SENDS NOTHING
      *  NEW AND EACH FRESH MISSED PAYMENT IS NOTIFIED ONCE.
           move "0" to ws-guar-eof
           open i-o guarfile
           if file-status = "35"
               close guarfile
               exit paragraph
           end-if
           perform until guar-eof
               read guarfile next record
                   at end
                       move "1" to ws-guar-eof
                   not at end
                       if guar-is-active
                           perform p510-weigh-guarantor
                       end-if
               end-read
           end-perform
           close guarfile.

       p510-weigh-guarantor.
           move zero to ws-ga-total
           move zero to ws-ga-oldest-days
           move spaces to ws-ga-trigger-id
           move spaces to ws-ga-property-id
           move spaces to ws-ga-tenant-id
           move "0" to end-of-file
           open input rentfile
           if file-status not equal "35"
               perform until eof
                   read rentfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Rent-Tenancy-ID of Rent-Record equal
                             Guar-Tenancy-ID
                               perform p515-weigh-rent-row
                           end-if
                   end-read
               end-perform
           end-if
           close rentfile
           if ws-ga-trigger-id equal spaces
               exit paragraph
           end-if
           if Guar-Notified-Rent-ID is numeric and
             ws-ga-trigger-id not greater than Guar-Notified-Rent-ID
               exit paragraph
           end-if

           perform p520-print-guarantor-letter

           move "GUARARR" to ws-comms-type
           move Guar-Cust-ID to ws-comms-cust
           move ws-ga-property-id to ws-comms-prop
           move ws-ga-trigger-id to ws-comms-docref
           perform p925-queue-communication
           move spaces to ws-comms-docref

           move ws-ga-trigger-id to Guar-Notified-Rent-ID
           move ws-system-date(1:8) to Guar-Last-Notified
           rewrite Guar-Record
               invalid key
                   continue
           end-rewrite
           add 1 to ws-guar-count

           move "GUARANTOR" to ws-audit-type
           move Guar-ID to ws-audit-key
           move "ARREARS" to ws-audit-action
           perform p900-write-audit.

       p515-weigh-rent-row.
           if rent-is-paid
               exit paragraph
           end-if
           if Rent-Due-Date of Rent-Record equal spaces or
             function trim (Rent-Due-Date of Rent-Record) is not
             numeric
               exit paragraph
           end-if
           if Rent-Due-Date of Rent-Record greater than
             ws-system-date(1:8)
               exit paragraph
           end-if
           compute ws-shortfall =
             Rent-Amount-Due of Rent-Record -
             Rent-Amount-Paid of Rent-Record
           if ws-shortfall not greater than zero
               exit paragraph
           end-if
           move function numval (Rent-Due-Date of Rent-Record) to
             ws-due-digits
           compute ws-due-int =
             function integer-of-date (ws-due-digits)
           compute ws-overdue-days = ws-today-int - ws-due-int
           add ws-shortfall to ws-ga-total
           move Rent-Property-ID of Rent-Record to ws-ga-property-id
           move Rent-Tenant-ID of Rent-Record to ws-ga-tenant-id
           if ws-overdue-days greater than ws-ga-oldest-days
               move ws-overdue-days to ws-ga-oldest-days
           end-if
           if ws-overdue-days greater than ws-guar-days and
             Rent-ID of Rent-Record greater than ws-ga-trigger-id
               move Rent-ID of Rent-Record to ws-ga-trigger-id
           end-if.

       p520-print-guarantor-letter.

      *  ONE LETTER PER GUARANTOR PER MISSED PAYMENT, ADDRESSED TO
      *  THE GUARANTOR AT HOME, GIVING THE WHOLE ARREARS POSITION.
           move spaces to ws-ga-guar-name
           move spaces to ws-ga-addr1
           move spaces to ws-ga-addr2
           move spaces to ws-ga-postcode
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
               move cust-name of custrec to ws-ga-guar-name
               move cust-address1 of custrec to ws-ga-addr1
               move cust-address2 of custrec to ws-ga-addr2
               move cust-postcode of custrec to ws-ga-postcode
           end-if

           move spaces to ws-ga-prop-addr1
           move spaces to ws-ga-prop-postcode
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-ga-property-id to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if not key-not-found
               move Property-Address1 of Property-Record to
                 ws-ga-prop-addr1
               move Property-Postcode of Property-Record to
                 ws-ga-prop-postcode
           end-if

           move ws-ga-tenant-id to Rent-Tenant-ID of Rent-Record
           perform p420-read-tenant-name

           move spaces to ws-path-letterfile
           string function trim (ws-data-dir) "guararr"
             function trim (Guar-ID) "-"
             function trim (ws-ga-trigger-id) ".txt"
             delimited by size into ws-path-letterfile
           open output letterfile
           move function trim (ws-ga-guar-name) to Letter-Text
           write Letter-Line
           move function trim (ws-ga-addr1) to Letter-Text
           write Letter-Line
           move function trim (ws-ga-addr2) to Letter-Text
           write Letter-Line
           move function trim (ws-ga-postcode) to Letter-Text
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
           move "RENT ARREARS - NOTICE TO GUARANTOR" to Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           string "Tenancy reference " Guar-Tenancy-ID " at "
             function trim (ws-ga-prop-addr1) " "
             function trim (ws-ga-prop-postcode)
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           string "Tenant: " function trim (ws-tenant-name)
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           write Letter-Line
           move ws-ga-total to ws-amount-disp
           move ws-ga-oldest-days to ws-overdue-disp
           move
             "You stand as guarantor for the tenancy above. The rent"
             to Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           string "account is in arrears of "
             function trim (ws-amount-disp)
             ", the oldest payment now "
             function trim (ws-overdue-disp) " days overdue."
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           write Letter-Line
           move
             "We have asked the tenant to clear the arrears. Under"
             to Letter-Text
           write Letter-Line
           move
             "your guarantee you may be called on to pay them if the"
             to Letter-Text
           write Letter-Line
           move
             "tenant does not. Please contact this office."
             to Letter-Text
           write Letter-Line
           close letterfile.

       p925-queue-communication.

      *  REGISTERS THE GUARANTOR LETTER ON THE OUTBOUND COMMS QUEUE
      *  UNDER THE NEXT COMMS REFERENCE - SAME SHAPE AS THE OTHER
      *  MODULES. THE RENT ROW THAT TRIGGERED IT RIDES ON THE
      *  DOCUMENT REFERENCE.
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

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR EACH CHARGE RAISED

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 613RentChg.
