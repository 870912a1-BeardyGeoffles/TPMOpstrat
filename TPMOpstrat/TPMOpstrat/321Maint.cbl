      *  REPORT LISTS EVERY OPEN JOB BY DAYS OPEN; THE CERTIFICATE
      *  SWEEP RAISES A JOB AUTOMATICALLY FOR EVERY GAS OR
      *  ELECTRICAL CERTIFICATE INSIDE ITS 60-DAY EXPIRY WINDOW,
      *  SINCE THOSE RENEWALS ARE REPAIR VISITS TOO. A COMPLETED
      *  RECHARGED JOB IS DEBITED TO THE LANDLORD'S CLIENT LEDGER.
      *  JOBS ARE ONLY OFFERED ON A FULLY-MANAGED INSTRUCTION - A
      *  LET-ONLY OR RENT-COLLECTION PROPERTY IS THE LANDLORD'S OWN
      *  TO REPAIR, SO NO JOB IS RAISED, BY HAND OR BY THE SWEEP.
      *  A COMPLETED RECHARGED JOB WITH A CONTRACTOR BECOMES
      *  PAYABLE ON THE NEXT PAYMENT RUN FROM THE LANDLORD'S FUNDS;
      *  ONE INVOICED OVER ITS AUTHORISED LIMIT IS HELD UNTIL A
      *  USER HOLDING CONTRPAY ON THE AUTHORISATION MATRIX APPROVES
      *  IT HERE. A PAID JOB CAN NO LONGER BE CHANGED.
      *  RECURRING TASKS - BOILER SERVICES, GUTTERS, ALARM TESTS -
      *  ARE KEPT AS PLANNED MAINTENANCE SCHEDULES, AND THE PLANNED
      *  MAINTENANCE RUN RAISES THEIR JOBS HERE AS THEY FALL DUE.

       environment division.

              organization line sequential
              file status file-status.

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select authfile assign dynamic ws-path-authfile
              organization indexed
              access dynamic
              file status file-status
              record key Auth-Key OF Auth-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.
       01 Maintage-Line.
         03 Maintage-Text pic x(110).

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd authfile.
       copy "authrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

         05 ws-mjob-completed pic x(8) value spaces.
         05 ws-mjob-invoice pic Z,ZZZ,ZZ9.99 value spaces.
         05 ws-mjob-recharge pic x(1) value "N".
       01 ws-mjob-pay-status pic x(1) value spaces.
       01 ws-mjob-approved-by pic x(10) value spaces.
       01 ws-mjob-pay-run pic x(10) value spaces.
       01 ws-mjob-paid-date pic x(8) value spaces.
       01 ws-mjob-remit-month pic x(6) value spaces.
       01 ws-mjob-old-invoice pic 9(7)v99 value zero.
       01 ws-pay-status-text pic x(40) value spaces.
       01 ws-approve-pay PIC X(1) value "N".
         88 approve-pay value "Y" "y".
       01 ws-property-name pic x(30) value spaces.
       01 ws-new-job PIC X(1) value "N".
         88 new-job value "Y" "y".
         88 cert-sweep value "Y" "y".
       01 ws-manage-contractors PIC X(1) value "N".
         88 manage-contractors value "Y" "y".
       01 ws-manage-planned PIC X(1) value "N".
         88 manage-planned value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-error pic x(70) VALUE spaces.

       01 ws-path-certfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-maintagefile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-authfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-valid-property pic x(1) value "0".
         88 valid-property value "1".
       01 ws-prop-managed pic x(1) value "Y".
         88 prop-managed value "Y".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "client-ledger-variables.cpy".

       copy "auth-check-variables.cpy".
       01 ws-mjob-landlord-id pic x(10) value spaces.

      *  THE PROPERTY'S JOBS DRAWN ON SCREEN.
       01 ws-job-draw.
         03 ws-job-line occurs 6 times pic x(76).
         03 value "]   Save?: [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
         03 line 16 col 2 value "Approve payment?: [".
         03 pic x(1) using ws-approve-pay highlight prompt " ".
         03 value "]  Payment: [".
         03 pic x(40) from ws-pay-status-text.
         03 value "]".
         03 line 17 col 2 value "Ageing report?: [".
         03 pic x(1) using ws-age-report highlight prompt " ".
         03 value "]  Cert renewals sweep?: [".
         03 pic x(1) using ws-manage-contractors highlight
           prompt " ".
         03 value "]".
         03 line 18 col 2 value "Planned maintenance?: [".
         03 pic x(1) using ws-manage-planned highlight prompt " ".
         03 value "]".
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "maintage.txt"
             delimited by size into ws-path-maintagefile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "auth.dat"
             delimited by size into ws-path-authfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

               exit
           end-if
           perform p530-draw-jobs
           perform p245-pay-status-text
           display Maint-screen
           accept Maint-screen.
           move ws-system-date to ws-session-last-activity.
                   when manage-contractors
                       call "322Contr"
                       move "N" to ws-manage-contractors
                   when manage-planned
                       call "334PlanMnt"
                       move "N" to ws-manage-planned
                   when age-report
                       perform p810-ageing-report
                       move "N" to ws-age-report
                   when cert-sweep
                       perform p820-cert-renewal-sweep
                       move "N" to ws-cert-sweep
                   when approve-pay
                       perform p260-approve-payment
                       move "N" to ws-approve-pay
                   when new-job
                       perform p230-save-new-job
                       move "N" to ws-new-job
               move "Enter a valid property reference." to ws-error
               exit paragraph
           end-if
           if not prop-managed
               move "Jobs are only offered on fully-managed lets."
                 to ws-error
               exit paragraph
           end-if
           if ws-mjob-description equal spaces
               move "Key the job description." to ws-error
               exit paragraph
           if ws-mjob-reported equal spaces
               move ws-system-date(1:8) to ws-mjob-reported
           end-if
           move spaces to ws-mjob-pay-status
           move spaces to ws-mjob-approved-by
           move spaces to ws-mjob-pay-run
           move spaces to ws-mjob-paid-date
           move spaces to ws-mjob-remit-month
           move zero to ws-mjob-old-invoice
           perform p270-generate-reference
           open i-o mjobfile
           if file-status = "35"
           move ws-mjob-id to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit
           perform p258-post-recharge-ledger

           string "Job raised with ref " ws-mjob-id
             delimited by size into ws-error.
               move Mjob-Completed to ws-mjob-completed
               move Mjob-Invoice-Amount to ws-mjob-invoice
               move Mjob-Recharge to ws-mjob-recharge
               move Mjob-Pay-Status to ws-mjob-pay-status
               move Mjob-Approved-By to ws-mjob-approved-by
               move Mjob-Pay-Run to ws-mjob-pay-run
               move Mjob-Paid-Date to ws-mjob-paid-date
               move Mjob-Remit-Month to ws-mjob-remit-month
               if Mjob-Invoice-Amount is numeric
                   move Mjob-Invoice-Amount to ws-mjob-old-invoice
               else
                   move zero to ws-mjob-old-invoice
               end-if
               perform p501-checkvalidproperty
               move "Job record retrieved." to ws-error
           else
               move "Job record does not exist." to ws-error
               move spaces to ws-mjob-id
               move spaces to ws-mjob-pay-status
           end-if.

       p245-pay-status-text.
           move spaces to ws-pay-status-text
           evaluate ws-mjob-pay-status
               when "P"
                   move "Payable on the next payment run" to
                     ws-pay-status-text
               when "H"
                   move "HELD - over auth limit, needs approval" to
                     ws-pay-status-text
               when "X"
                   string "Paid on run " function trim
                     (ws-mjob-pay-run) " " ws-mjob-paid-date
                     delimited by size into ws-pay-status-text
               when other
                   continue
           end-evaluate.

       p250-update-job.
           if ws-mjob-id equal spaces
               move "Key a job ref to update, or flag New." to
                 ws-error
               exit paragraph
           end-if
           if ws-mjob-pay-status equal "X"
               move "Contractor already paid - job cannot be changed."
                 to ws-error
               exit paragraph
           end-if
           open i-o mjobfile
           perform p290-move-fields-to-record
           rewrite Mjob-Record
                   move "MAINTJOB" to ws-audit-type
                   move ws-mjob-id to ws-audit-key
                   move "UPDATE" to ws-audit-action
                   perform p900-write-audit
                   perform p258-post-recharge-ledger.

       p258-post-recharge-ledger.

      *  A COMPLETED JOB RECHARGED TO THE LANDLORD IS PAID FROM
      *  THEIR CLIENT MONEY. WHAT IS ALREADY POSTED FOR THE JOB IS
      *  TRUED UP TO THE INVOICED COST, SO A CORRECTED INVOICE OR
      *  A RECHARGE TAKEN OFF POSTS ONLY THE DIFFERENCE. A JOB THE
      *  PAYMENT RUN PAYS IS DEBITED BY THE RUN WHEN THE MONEY
      *  ACTUALLY GOES OUT INSTEAD.
           if ws-mjob-pay-status not equal spaces
               exit paragraph
           end-if
           perform p257-find-landlord
           if ws-mjob-landlord-id equal spaces
               exit paragraph
           end-if
           move ws-mjob-landlord-id to ws-cled-client
           move "MR" to ws-cled-type
           move ws-mjob-id to ws-cled-source
           perform p908-client-balance
           if ws-mjob-completed not equal spaces and
             (ws-mjob-recharge equal "Y" or ws-mjob-recharge equal "y")
               compute ws-cled-amount =
                 0 - function numval (ws-mjob-invoice) - ws-cled-matched
           else
               compute ws-cled-amount = 0 - ws-cled-matched
           end-if
           move ws-mjob-property-id to ws-cled-property
           move ws-mjob-id to ws-cled-source
           perform p907-post-client-ledger.

       p257-find-landlord.
           move spaces to ws-mjob-landlord-id
           open input PropertyFile
           if file-status not equal "35"
               move ws-mjob-property-id to
                 Property-ID of Property-Record
               read PropertyFile
                   invalid key
                       continue
                   not invalid key
                       move Customer-ID of Property-Record to
                         ws-mjob-landlord-id
               end-read
           end-if
           close PropertyFile.

       p260-approve-payment.

      *  RELEASES A JOB HELD OVER ITS AUTHORISED LIMIT TO THE NEXT
      *  PAYMENT RUN - A NAMED SENSITIVE FUNCTION ON THE MATRIX.
           if ws-mjob-id equal spaces
               move "Key the job ref to approve." to ws-error
               exit paragraph
           end-if
           if ws-mjob-pay-status not equal "H"
               move "Job is not held for payment approval." to
                 ws-error
               exit paragraph
           end-if
           move "CONTRPAY" to ws-auth-function
           perform p895-check-authority
           if not authority-granted
               move "Not authorised to approve contractor payments."
                 to ws-error
               exit paragraph
           end-if
           move "0" to invalid-data
           open i-o mjobfile
           move ws-mjob-id to Mjob-ID
           read mjobfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found or not mjob-pay-held
               close mjobfile
               move "Job is not held for payment approval." to
                 ws-error
               exit paragraph
           end-if
           move "P" to Mjob-Pay-Status
           move ws-session-user-id to Mjob-Approved-By
           rewrite Mjob-Record
               invalid key
                   continue
           end-rewrite
           close mjobfile
           move "P" to ws-mjob-pay-status
           move ws-session-user-id to ws-mjob-approved-by

           move "MAINTJOB" to ws-audit-type
           move ws-mjob-id to ws-audit-key
           move "PAYAPPROVE" to ws-audit-action
           perform p900-write-audit
           move "Payment approved - goes on the next payment run." to
             ws-error.

       p295-set-pay-status.

      *  A COMPLETED JOB RECHARGED TO THE LANDLORD, WITH A
      *  CONTRACTOR AND AN INVOICE, IS PAYABLE FROM THE LANDLORD'S
      *  FUNDS - HELD FOR APPROVAL WHEN THE INVOICE IS OVER THE
      *  AUTHORISED LIMIT. A CHANGED INVOICE NEEDS APPROVING AGAIN.
      *  A JOB ALREADY DEBITED TO THE LANDLORD BEFORE THE PAYMENT
      *  RUN TOOK OVER WAS PAID BY HAND AND IS LEFT OUT OF IT.
           if ws-mjob-pay-status equal "X"
               exit paragraph
           end-if
           if function numval (ws-mjob-invoice) not equal
             ws-mjob-old-invoice
               move spaces to ws-mjob-approved-by
           end-if
           move spaces to ws-mjob-pay-status
           if ws-mjob-completed equal spaces or
             ws-mjob-contractor equal spaces or
             function numval (ws-mjob-invoice) equal zero or
             (ws-mjob-recharge not equal "Y" and
             ws-mjob-recharge not equal "y")
               exit paragraph
           end-if
           perform p257-find-landlord
           if ws-mjob-landlord-id equal spaces
               exit paragraph
           end-if
           move ws-mjob-landlord-id to ws-cled-client
           move "MR" to ws-cled-type
           move ws-mjob-id to ws-cled-source
           perform p908-client-balance
           if cled-already-posted
               exit paragraph
           end-if
           if function numval (ws-mjob-invoice) greater than
             function numval (ws-mjob-limit) and
             ws-mjob-approved-by equal spaces
               move "H" to ws-mjob-pay-status
           else
               move "P" to ws-mjob-pay-status
           end-if.

       p290-move-fields-to-record.
           move ws-mjob-id to Mjob-ID
               move "Y" to Mjob-Recharge
           else
               move "N" to Mjob-Recharge
           end-if
           perform p295-set-pay-status
           move ws-mjob-pay-status to Mjob-Pay-Status
           move ws-mjob-approved-by to Mjob-Approved-By
           move ws-mjob-pay-run to Mjob-Pay-Run
           move ws-mjob-paid-date to Mjob-Paid-Date
           move ws-mjob-remit-month to Mjob-Remit-Month.

       p270-generate-reference.
           move "0" to invalid-data
               exit paragraph
           end-if

           perform p835-check-cert-managed
           if not prop-managed
               exit paragraph
           end-if

           perform p270-generate-reference
           open i-o mjobfile
           if file-status = "35"
           move spaces to Mjob-Completed
           move zero to Mjob-Invoice-Amount
           move "N" to Mjob-Recharge
           move spaces to Mjob-Pay-Status
           move spaces to Mjob-Approved-By
           move spaces to Mjob-Pay-Run
           move spaces to Mjob-Paid-Date
           move spaces to Mjob-Remit-Month
           write Mjob-Record
               invalid key
                   continue
           end-if
           close mjobfile.

       p835-check-cert-managed.
           move "Y" to ws-prop-managed
           move "0" to invalid-data
           open input propertyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move Cert-Property-ID of Cert-Record to
             property-id of Property-Record
           read propertyfile
               invalid key
                   move "1" to invalid-data
           end-read
           close propertyfile
           if not key-not-found and
             not property-fully-managed of Property-Record
               move "N" to ws-prop-managed
           end-if.

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE CREATE/UPDATE

           copy "write-audit-chained.cpy".

           copy "check-authority.cpy".

           copy "post-client-ledger.cpy".

       p501-checkvalidproperty.
           move "0" to ws-valid-property.
           if ws-mjob-property-id not equal spaces
           read propertyfile
               invalid key
                   move "1" to invalid-data.
           move "Y" to ws-prop-managed
           if not key-not-found
               move Property-Address1 of Property-Record
                 to ws-property-name
               move "1" to ws-valid-property
               if not property-fully-managed of Property-Record
                   move "N" to ws-prop-managed
               end-if
           else
               move "Property record does not exist." to ws-error
               move spaces to ws-mjob-property-id
