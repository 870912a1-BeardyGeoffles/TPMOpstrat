       identification division.
       program-id. 334PlanMnt is recursive.

      *  PLANNED MAINTENANCE SCHEDULES - THE RECURRING TASKS ON A
      *  MANAGED LET THAT USED TO LIVE IN ONE PERSON'S HEAD: EACH
      *  WITH ITS FREQUENCY IN MONTHS, PREFERRED CONTRACTOR, COST
      *  LIMIT AND NEXT DUE DATE. REACHED FROM THE MAINTENANCE JOBS
      *  SCREEN. THE PLANNED MAINTENANCE RUN RAISES THE JOBS AS
      *  EACH TASK FALLS DUE; A SUSPENDED SCHEDULE RAISES NOTHING.
      *  SCHEDULES ARE ONLY TAKEN ON FULLY-MANAGED PROPERTIES.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select planfile assign dynamic ws-path-planfile
              organization indexed
              access dynamic
              file status file-status
              record key Plan-ID OF Plan-Record.

              select contractorfile assign dynamic
                ws-path-contractorfile
              organization indexed
              access dynamic
              file status file-status
              record key Contractor-ID OF Contractor-Record.

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

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd planfile.
       copy "plannedrec.cpy".

       fd contractorfile.
       copy "contractorrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-plan-id pic x(10) value spaces.
       01 ws-plan-property-id pic x(10) value spaces.
       01 ws-plan-task pic x(40) value spaces.
       01 ws-plan-freq pic 9(3) value zero.
       01 ws-plan-contractor pic x(10) value spaces.
       01 ws-plan-limit pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-plan-next-due pic x(8) value spaces.
       01 ws-plan-last-job pic x(10) value spaces.
       01 ws-plan-last-raised pic x(8) value spaces.
       01 ws-plan-status pic x(1) value "A".
         88 plan-status-valid value "A" "a" "S" "s".
       01 ws-contractor-name pic x(30) value spaces.
       01 ws-property-name pic x(30) value spaces.
       01 ws-new-plan PIC X(1) value "N".
         88 new-plan value "Y" "y".
       01 ws-save-changes PIC X(1) value "N".
         88 save-changes value "Y" "y".
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
       01 ws-path-planfile pic x(60) value spaces.
       01 ws-path-contractorfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-valid-property pic x(1) value "0".
         88 valid-property value "1".
       01 ws-prop-managed pic x(1) value "Y".
         88 prop-managed value "Y".
       01 ws-valid-plan pic x(1) value "N".
         88 valid-plan value "Y".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

      *  THE PROPERTY'S SCHEDULES DRAWN ON SCREEN.
       01 ws-plan-draw.
         03 ws-plan-line occurs 6 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-freq-disp pic ZZ9 value zero.

       Screen section.

       01 Plan-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  PLANNED MAINTENANCE
         03 foreground-color 14 line 2 col 2 value
           "PLANNED MAINTENANCE".
         03 line 3 col 2 value "Property no: [".
         03 pic x(10) using ws-plan-property-id highlight
           prompt " ".
         03 value "]".
         03 line 3 col 30 value "Address: [".
         03 pic x(30) using ws-property-name highlight prompt " ".
         03 value "]".
         03 pic x(76) from ws-plan-line(1) line 5 col 3.
         03 pic x(76) from ws-plan-line(2) line 6 col 3.
         03 pic x(76) from ws-plan-line(3) line 7 col 3.
         03 pic x(76) from ws-plan-line(4) line 8 col 3.
         03 pic x(76) from ws-plan-line(5) line 9 col 3.
         03 pic x(76) from ws-plan-line(6) line 10 col 3.
         03 line 12 col 2 value "New schedule?: [".
         03 pic x(1) using ws-new-plan highlight prompt " ".
         03 value "]  Schedule ref: [".
         03 pic x(10) using ws-plan-id highlight prompt " ".
         03 value "] blank if new  Status: [".
         03 pic x(1) using ws-plan-status highlight prompt " ".
         03 value "] A/S".
         03 line 13 col 2 value "Task: [".
         03 pic x(40) using ws-plan-task highlight prompt " ".
         03 value "]".
         03 line 14 col 2 value "Every: [".
         03 pic 9(3) using ws-plan-freq highlight prompt 0.
         03 value "] months   Next due: [".
         03 pic x(8) using ws-plan-next-due highlight prompt " ".
         03 value "] YYYYMMDD".
         03 line 15 col 2 value "Contractor: [".
         03 pic x(10) using ws-plan-contractor highlight
           prompt " ".
         03 value "] [".
         03 pic x(30) from ws-contractor-name.
         03 value "]".
         03 line 16 col 2 value "Cost limit: [".
         03 pic Z,ZZZ,ZZ9.99 using ws-plan-limit highlight
           prompt " ".
         03 value "]   Save?: [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
         03 line 17 col 2 value "Last job raised: [".
         03 pic x(10) from ws-plan-last-job.
         03 value "] on [".
         03 pic x(8) from ws-plan-last-raised.
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
           if ws-link-property-id not equal spaces
               move ws-link-property-id to ws-plan-property-id
               move ws-link-property-address to ws-property-name
           end-if.

       p110-resolve-file-paths.
           accept ws-data-dir from environment "TPM_DATA_DIR"
           if ws-data-dir equal spaces
               move "C:\gagodata\tpm\" to ws-data-dir
           end-if
           string function trim (ws-data-dir) "planmaint.dat"
             delimited by size into ws-path-planfile
           string function trim (ws-data-dir) "contractors.dat"
             delimited by size into ws-path-contractorfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
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
           perform p530-draw-plans
           perform p520-lookup-contractor
           display Plan-screen
           accept Plan-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done
               evaluate TRUE
                   when new-plan
                       perform p230-save-new-plan
                       move "N" to ws-new-plan
                   when save-changes
                       perform p250-update-plan
                       move "N" to ws-save-changes
                   when ws-plan-id not equal spaces
                       perform p240-read-plan
                   when other
                       perform p501-checkvalidproperty
               end-evaluate
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-save-new-plan.
           perform p560-validate-plan
           if not valid-plan
               exit paragraph
           end-if
           move spaces to ws-plan-last-job
           move spaces to ws-plan-last-raised
           perform p270-generate-reference
           open i-o planfile
           if file-status = "35"
               close planfile
               open output planfile
               close planfile
               open i-o planfile
           end-if
           perform p290-move-fields-to-record
           write Plan-Record
               invalid key
                   continue
           end-write
           close planfile

           move "PLANMAINT" to ws-audit-type
           move ws-plan-id to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit

           string "Schedule saved with ref " ws-plan-id
             delimited by size into ws-error.

       p240-read-plan.
           move "0" to invalid-data
           move function trim (ws-plan-id) to ws-numeric-reference
           move ws-numeric-reference to ws-plan-id
           open input planfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-plan-id to Plan-ID
           read planfile
               invalid key
                   move "1" to invalid-data
           end-read
           close planfile
           if not key-not-found
               move Plan-Property-ID to ws-plan-property-id
               move Plan-Task to ws-plan-task
               move Plan-Freq-Months to ws-plan-freq
               move Plan-Contractor-ID to ws-plan-contractor
               move Plan-Cost-Limit to ws-plan-limit
               move Plan-Next-Due to ws-plan-next-due
               move Plan-Last-Job-ID to ws-plan-last-job
               move Plan-Last-Raised to ws-plan-last-raised
               move Plan-Status to ws-plan-status
               perform p501-checkvalidproperty
               move "Schedule record retrieved." to ws-error
           else
               move "Schedule record does not exist." to ws-error
               move spaces to ws-plan-id
           end-if.

       p250-update-plan.
           if ws-plan-id equal spaces
               move "Key a schedule ref to update, or flag New." to
                 ws-error
               exit paragraph
           end-if
           perform p560-validate-plan
           if not valid-plan
               exit paragraph
           end-if
           open i-o planfile
           move ws-plan-id to Plan-ID
           read planfile
               invalid key
                   move "Schedule record not found." to ws-error
                   close planfile
                   exit paragraph
           end-read
      *  THE LAST JOB RAISED BELONGS TO THE RUN, NOT THE SCREEN.
           move Plan-Last-Job-ID to ws-plan-last-job
           move Plan-Last-Raised to ws-plan-last-raised
           perform p290-move-fields-to-record
           rewrite Plan-Record
               invalid key
                   move "Schedule record not found." to ws-error
               not invalid key
                   move "Schedule record updated." to ws-error
                   move "PLANMAINT" to ws-audit-type
                   move ws-plan-id to ws-audit-key
                   move "UPDATE" to ws-audit-action
                   perform p900-write-audit
           end-rewrite
           close planfile.

       p290-move-fields-to-record.
           move ws-plan-id to Plan-ID
           move ws-plan-property-id to Plan-Property-ID
           move ws-plan-task to Plan-Task
           move ws-plan-freq to Plan-Freq-Months
           move ws-plan-contractor to Plan-Contractor-ID
           move function numval (ws-plan-limit) to Plan-Cost-Limit
           move ws-plan-next-due to Plan-Next-Due
           move ws-plan-last-job to Plan-Last-Job-ID
           move ws-plan-last-raised to Plan-Last-Raised
           move function upper-case (ws-plan-status) to Plan-Status
           move ws-session-user-id to Plan-User-ID.

       p560-validate-plan.

      *  A SCHEDULE NEEDS A FULLY-MANAGED PROPERTY, A TASK, A
      *  FREQUENCY, A REAL NEXT DUE DATE AND, IF ONE IS KEYED, A
      *  CONTRACTOR ON THE MASTER.
           move "N" to ws-valid-plan
           perform p501-checkvalidproperty
           if not valid-property
               move "Enter a valid property reference." to ws-error
               exit paragraph
           end-if
           if not prop-managed
               move "Schedules are only kept on fully-managed lets."
                 to ws-error
               exit paragraph
           end-if
           if ws-plan-task equal spaces
               move "Key the task." to ws-error
               exit paragraph
           end-if
           if ws-plan-freq equal zero
               move "Key how often the task falls due, in months."
                 to ws-error
               exit paragraph
           end-if
           if function trim (ws-plan-next-due) is not numeric
               move "Key the next due date as YYYYMMDD." to ws-error
               exit paragraph
           end-if
           if function test-date-yyyymmdd
             (function numval (ws-plan-next-due)) not equal zero
               move "Next due date is not a valid date." to ws-error
               exit paragraph
           end-if
           if ws-plan-status equal spaces
               move "A" to ws-plan-status
           end-if
           if not plan-status-valid
               move "Status must be A (active) or S (suspended)."
                 to ws-error
               exit paragraph
           end-if
           if ws-plan-contractor not equal spaces
               perform p520-lookup-contractor
               if key-not-found
                   move "Contractor is not on the contractor master."
                     to ws-error
                   exit paragraph
               end-if
           end-if
           move "Y" to ws-valid-plan.

       p520-lookup-contractor.
           move spaces to ws-contractor-name
           move "0" to invalid-data
           if ws-plan-contractor equal spaces
               exit paragraph
           end-if
           move function trim (ws-plan-contractor) to
             ws-numeric-reference
           move ws-numeric-reference to ws-plan-contractor
           open input contractorfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-plan-contractor to Contractor-ID
           read contractorfile
               invalid key
                   move "1" to invalid-data
           end-read
           close contractorfile
           if not key-not-found
               move Contractor-Name to ws-contractor-name
           else
               move "(not on contractor master)" to
                 ws-contractor-name
           end-if.

       p270-generate-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "PLANMAINT " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "PLANMAINT " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-next-reference
           move ws-next-reference to ws-plan-id.

       p300-end.

           copy "menuoption.cpy".

       p530-draw-plans.
           move spaces to ws-plan-draw
           move zero to ws-draw-sub
           if ws-plan-property-id equal spaces
               exit paragraph
           end-if
           move "0" to end-of-file
           open input planfile
           if file-status not equal "35"
               perform until eof
                   read planfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Plan-Property-ID equal
                             ws-plan-property-id and
                             ws-draw-sub less than 6
                               add 1 to ws-draw-sub
                               perform p535-format-plan-line
                           end-if
                   end-read
               end-perform
           end-if
           close planfile.

       p535-format-plan-line.
           move Plan-Freq-Months to ws-freq-disp
           move spaces to ws-plan-line(ws-draw-sub)
           string "  " Plan-ID
             " " Plan-Status
             " due " Plan-Next-Due
             " every " ws-freq-disp "m "
             Plan-Task
             delimited by size into ws-plan-line(ws-draw-sub).

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE CREATE/UPDATE
      *  JUST PERFORMED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       p501-checkvalidproperty.
           move "0" to ws-valid-property.
           if ws-plan-property-id not equal spaces
               if function trim (ws-plan-property-id) is not
                 numeric
                   move spaces to ws-plan-property-id
                   move spaces to ws-property-name
               else
                   perform p511-read-property
               end-if
           end-if.

       p511-read-property.
           move "0" to invalid-data
           move function trim (ws-plan-property-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-plan-property-id
           open input propertyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if

           move ws-plan-property-id to
             property-id of Property-Record
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
               move spaces to ws-plan-property-id
               move spaces to ws-property-name
               move "0" to ws-valid-property
           end-if.

           close propertyfile.

       end program 334PlanMnt.
