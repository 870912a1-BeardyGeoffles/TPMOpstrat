       identification division.
       program-id. 329Inspect is recursive.

      *  MID-TENANCY INSPECTIONS - ONE TENANCY'S INSPECTION RECORD.
      *  THE NEXT DUE DATE RUNS FROM THE TENANCY START AT THE
      *  FREQUENCY AGREED WITH THE LANDLORD (HELD ON THE TENANCY).
      *  RECORDING A VISIT FILLS IN THE OPEN SCHEDULED ROW - OR
      *  OPENS THE NEXT DUE ONE - WITH THE VISIT DATE, INSPECTING
      *  USER, CONDITION RATING AND NOTES. A MAINTENANCE JOB CAN BE
      *  RAISED STRAIGHT FROM THE FINDINGS ONTO THE SAME JOB FILE
      *  THE MAINTENANCE SCREEN WORKS, AND THE INSPECTION SUMMARY
      *  LETTER TO THE LANDLORD IS PRINTED AND REGISTERED ON THE
      *  COMMS QUEUE. REACHED FROM MANAGE TENANCIES.
      *  INSPECTIONS ARE ONLY OFFERED ON A FULLY-MANAGED
      *  INSTRUCTION - A VISIT CANNOT BE RECORDED AGAINST A LET-ONLY
      *  OR RENT-COLLECTION TENANCY.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select inspfile assign dynamic ws-path-inspfile
              organization indexed
              access dynamic
              file status file-status
              record key Insp-ID OF Insp-Record.

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

              select mjobfile assign dynamic ws-path-mjobfile
              organization indexed
              access dynamic
              file status file-status
              record key Mjob-ID OF Mjob-Record
              alternate record key Mjob-Property-ID OF
                Mjob-Record with duplicates.

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

       fd inspfile.
       copy "inspectrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd mjobfile.
       copy "maintjobrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd letterfile.
       copy "letterrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-in-tenancy-id pic x(10) value spaces.
       01 ws-in-address pic x(25) value spaces.
       01 ws-in-freq-disp pic Z9 value zero.
       01 ws-in-next-due pic x(8) value spaces.
       01 ws-in-insp-id pic x(10) value spaces.
       01 ws-in-visit-date pic x(8) value spaces.
       01 ws-in-rating pic x(1) value spaces.
       01 ws-in-notes-1 pic x(60) value spaces.
       01 ws-in-notes-2 pic x(60) value spaces.
       01 ws-in-job-desc pic x(40) value spaces.
       01 ws-record-visit PIC X(1) value "N".
         88 record-visit value "Y" "y".
       01 ws-raise-job PIC X(1) value "N".
         88 raise-job value "Y" "y".
       01 ws-send-summary PIC X(1) value "N".
         88 send-summary value "Y" "y".
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
       01 ws-path-inspfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-mjobfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-letterfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-seq-key pic x(10) value spaces.

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

      *  THE TENANCY'S INSPECTIONS DRAWN ON SCREEN, OLDEST FIRST -
      *  ROWS BEYOND SIX ARE LEFT OFF (THEY STAY ON FILE).
       01 ws-insp-draw.
         03 ws-insp-line occurs 6 times pic x(76).
       01 ws-draw-sub pic 9(2) value zero.
       01 ws-status-word pic x(9) value spaces.
       01 ws-letter-mark pic x(4) value spaces.

       01 ws-valid-tenancy pic x(1) value "0".
         88 valid-tenancy value "1".
       01 ws-insp-offered pic x(1) value "Y".
         88 insp-offered value "Y".
       01 ws-tenancy-property-id pic x(10) value spaces.
       01 ws-tenancy-start pic x(8) value spaces.
       01 ws-tenancy-end pic x(8) value spaces.
       01 ws-insp-months pic 9(2) value zero.
       01 ws-insp-count pic 9(3) value zero.
       01 ws-open-insp-id pic x(10) value spaces.
       01 ws-open-due pic x(8) value spaces.

      *  ADD-MONTHS WORK AREA - BASE DATE PLUS A NUMBER OF MONTHS,
      *  THE DAY CLAMPED TO THE TARGET MONTH'S LAST DAY.
       01 ws-am-base pic 9(8) value zero.
       01 ws-am-months pic 9(4) value zero.
       01 ws-am-result pic 9(8) value zero.
       01 ws-am-year pic 9(4) value zero.
       01 ws-am-month pic 9(4) value zero.
       01 ws-am-day pic 9(2) value zero.
       01 ws-am-last-day pic 9(2) value zero.
       01 ws-am-digits pic 9(8) value zero.
       01 ws-am-int pic 9(8) value zero.

       01 ws-today-int pic 9(8) value zero.
       01 ws-visit-digits pic 9(8) value zero.
       01 ws-visit-int pic 9(8) value zero.

       01 ws-landlord-id pic x(10) value spaces.
       01 ws-landlord-name pic x(30) value spaces.
       01 ws-letter-addr1 pic x(40) value spaces.
       01 ws-letter-addr2 pic x(40) value spaces.
       01 ws-letter-postcode pic x(10) value spaces.
       01 ws-prop-addr1 pic x(25) value spaces.
       01 ws-prop-postcode pic x(10) value spaces.
       01 ws-rating-word pic x(9) value spaces.

       Screen section.

       01 Inspect-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  INSPECTIONS
         03 foreground-color 14 line 2 col 2 value "INSPECTIONS".
         03 line 3 col 2 value "Tenancy no: [".
         03 pic x(10) using ws-in-tenancy-id highlight prompt " ".
         03 value "]".
         03 line 3 col 30 value "Property:".
         03 pic x(25) from ws-in-address line 3 col 40.
         03 line 4 col 2 value "Every:".
         03 pic Z9 from ws-in-freq-disp line 4 col 9.
         03 line 4 col 12 value "months".
         03 line 4 col 30 value "Next due:".
         03 pic x(8) from ws-in-next-due line 4 col 40.
         03 line 5 col 3 value
           "Ref        Due      Visited  R Status    By         Job".
         03 pic x(76) from ws-insp-line(1) line 6 col 3.
         03 pic x(76) from ws-insp-line(2) line 7 col 3.
         03 pic x(76) from ws-insp-line(3) line 8 col 3.
         03 pic x(76) from ws-insp-line(4) line 9 col 3.
         03 pic x(76) from ws-insp-line(5) line 10 col 3.
         03 pic x(76) from ws-insp-line(6) line 11 col 3.
         03 line 13 col 2 value "Inspection ref: [".
         03 pic x(10) using ws-in-insp-id highlight prompt " ".
         03 value "]  Blank for the next due".
         03 line 14 col 2 value "Visit date:     [".
         03 pic x(8) using ws-in-visit-date highlight prompt " ".
         03 value "] YYYYMMDD  Rating: [".
         03 pic x(1) using ws-in-rating highlight prompt " ".
         03 value "] E/G/F/P".
         03 line 15 col 2 value "Notes: [".
         03 pic x(60) using ws-in-notes-1 highlight prompt " ".
         03 value "]".
         03 line 16 col 2 value "       [".
         03 pic x(60) using ws-in-notes-2 highlight prompt " ".
         03 value "]".
         03 line 17 col 2 value "Record visit?:  [".
         03 pic x(1) using ws-record-visit highlight prompt " ".
         03 value "]  Landlord summary?: [".
         03 pic x(1) using ws-send-summary highlight prompt " ".
         03 value "]".
         03 line 18 col 2 value "Job needed: [".
         03 pic x(40) using ws-in-job-desc highlight prompt " ".
         03 value "]  Raise job?: [".
         03 pic x(1) using ws-raise-job highlight prompt " ".
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
             ws-in-tenancy-id equal spaces
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
                                 ws-in-tenancy-id
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
           string function trim (ws-data-dir) "inspections.dat"
             delimited by size into ws-path-inspfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "maintjobs.dat"
             delimited by size into ws-path-mjobfile
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
           perform p530-draw-inspections
           display Inspect-screen
           accept Inspect-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           compute ws-today-int =
             function integer-of-date
             (function numval (ws-system-date(1:8)))
           perform p520-read-tenancy
           if not done and record-visit
               perform p230-record-visit
               move "N" to ws-record-visit
           else
           if not done and raise-job
               perform p240-raise-job
               move "N" to ws-raise-job
           else
           if not done and send-summary
               perform p250-send-summary
               move "N" to ws-send-summary
           end-if
           end-if
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p230-record-visit.
           if not valid-tenancy
               move "Key a valid tenancy no." to ws-error
               exit paragraph
           end-if
           if not insp-offered
               move "Inspections are only offered on fully-managed."
                 to ws-error
               exit paragraph
           end-if
           move function upper-case (ws-in-rating) to ws-in-rating
           if ws-in-rating not equal "E" and
             ws-in-rating not equal "G" and
             ws-in-rating not equal "F" and
             ws-in-rating not equal "P"
               move "Rate the condition E, G, F or P." to ws-error
               exit paragraph
           end-if
           if ws-in-visit-date equal spaces
               move ws-system-date(1:8) to ws-in-visit-date
           end-if
           if function trim (ws-in-visit-date) is not numeric
               move "Key the visit date as YYYYMMDD." to ws-error
               exit paragraph
           end-if
           move function numval (ws-in-visit-date) to ws-visit-digits
           compute ws-visit-int =
             function integer-of-date (ws-visit-digits)
           if ws-visit-int equal zero
               move "Visit date is not a real date." to ws-error
               exit paragraph
           end-if
           if ws-visit-int greater than ws-today-int
               move "Visit date cannot be in the future." to ws-error
               exit paragraph
           end-if

      *  A KEYED REFERENCE MUST BE ONE OF THIS TENANCY'S ROWS STILL
      *  SCHEDULED; BLANK TAKES THE EARLIEST SCHEDULED ROW, OR OPENS
      *  THE NEXT DUE ONE WHEN NOTHING IS SCHEDULED YET.
           if ws-in-insp-id not equal spaces
               perform p560-read-inspection
               if key-not-found
                   exit paragraph
               end-if
               if not insp-is-scheduled
                   move "That inspection is already recorded." to
                     ws-error
                   exit paragraph
               end-if
           else
               perform p540-find-open-inspection
               if ws-open-insp-id equal spaces
                   if ws-insp-months equal zero
                       move
                         "No inspection frequency on this tenancy."
                         to ws-error
                       exit paragraph
                   end-if
                   perform p580-next-due-date
                   perform p260-schedule-inspection
               end-if
               move ws-open-insp-id to ws-in-insp-id
           end-if

           open i-o inspfile
           move ws-in-insp-id to Insp-ID
           read inspfile
               invalid key
                   move "1" to invalid-data
           end-read
           move ws-in-visit-date to Insp-Visit-Date
           move ws-session-user-id to Insp-User-ID
           move ws-in-rating to Insp-Rating
           move ws-in-notes-1 to Insp-Notes-1
           move ws-in-notes-2 to Insp-Notes-2
           move "D" to Insp-Status
           rewrite Insp-Record
               invalid key
                   continue
           end-rewrite
           perform p990-check-file-status
           close inspfile

           move "INSPECT" to ws-audit-type
           move ws-in-insp-id to ws-audit-key
           move "VISIT" to ws-audit-action
           perform p900-write-audit
           move spaces to ws-error
           string "Inspection " ws-in-insp-id
             " recorded - raise jobs or send the summary."
             delimited by size into ws-error
           move spaces to ws-in-visit-date
           move spaces to ws-in-rating
           move spaces to ws-in-notes-1
           move spaces to ws-in-notes-2.

       p240-raise-job.

      *  A REPAIR FOUND ON THE VISIT GOES STRAIGHT ONTO THE
      *  MAINTENANCE JOB FILE AGAINST THE PROPERTY, AS IF KEYED ON
      *  THE MAINTENANCE SCREEN, AND THE JOB IS NOTED ON THE
      *  INSPECTION IT CAME FROM.
           perform p560-read-inspection
           if key-not-found
               exit paragraph
           end-if
           if not insp-is-done
               move "Record the visit before raising jobs from it." to
                 ws-error
               exit paragraph
           end-if
           if ws-in-job-desc equal spaces
               move "Key the job description." to ws-error
               exit paragraph
           end-if

           move "MAINTJOBS " to ws-seq-key
           perform p270-generate-reference
           open i-o mjobfile
           if file-status = "35"
               close mjobfile
               open output mjobfile
               close mjobfile
               open i-o mjobfile
           end-if
           move ws-next-reference to Mjob-ID
           move ws-tenancy-property-id to Mjob-Property-ID
           move ws-system-date(1:8) to Mjob-Reported
           move ws-in-job-desc to Mjob-Description
           move spaces to Mjob-Contractor-ID
           move zero to Mjob-Auth-Limit
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
           end-write
           perform p990-check-file-status
           close mjobfile

           move "MAINTJOB" to ws-audit-type
           move ws-next-reference to ws-audit-key
           move "INSPECTION" to ws-audit-action
           perform p900-write-audit

           open i-o inspfile
           move ws-in-insp-id to Insp-ID
           read inspfile
               invalid key
                   move "1" to invalid-data
           end-read
           move ws-next-reference to Insp-Mjob-ID
           rewrite Insp-Record
               invalid key
                   continue
           end-rewrite
           close inspfile

           move spaces to ws-error
           string "Maintenance job " ws-next-reference
             " raised from inspection " ws-in-insp-id "."
             delimited by size into ws-error
           move spaces to ws-in-job-desc.

       p250-send-summary.
           perform p560-read-inspection
           if key-not-found
               exit paragraph
           end-if
           if not insp-is-done
               move "Record the visit before sending the summary." to
                 ws-error
               exit paragraph
           end-if
           perform p600-print-summary-letter
           if ws-landlord-id equal spaces
               move "No landlord on the property - letter not sent."
                 to ws-error
               exit paragraph
           end-if

           open i-o inspfile
           move ws-in-insp-id to Insp-ID
           read inspfile
               invalid key
                   move "1" to invalid-data
           end-read
           move ws-system-date(1:8) to Insp-Letter-Date
           rewrite Insp-Record
               invalid key
                   continue
           end-rewrite
           close inspfile

           move "INSPECT" to ws-comms-type
           move ws-landlord-id to ws-comms-cust
           move ws-tenancy-property-id to ws-comms-prop
           move ws-in-insp-id to ws-comms-docref
           perform p925-queue-communication
           move spaces to ws-comms-docref

           move "INSPECT" to ws-audit-type
           move ws-in-insp-id to ws-audit-key
           move "LETTER" to ws-audit-action
           perform p900-write-audit
           move "Inspection summary printed and queued." to ws-error.

       p260-schedule-inspection.

      *  OPENS A SCHEDULED ROW FOR THE NEXT DUE DATE - THE SAME ROW
      *  THE OVERDUE INSPECTIONS RUN WOULD HAVE OPENED.
           move "INSPECT   " to ws-seq-key
           perform p270-generate-reference
           open i-o inspfile
           if file-status = "35"
               close inspfile
               open output inspfile
               close inspfile
               open i-o inspfile
           end-if
           move spaces to Insp-Record
           move ws-next-reference to Insp-ID
           move ws-in-tenancy-id to Insp-Tenancy-ID
           move ws-tenancy-property-id to Insp-Property-ID
           move ws-in-next-due to Insp-Due-Date
           move "S" to Insp-Status
           write Insp-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close inspfile
           move ws-next-reference to ws-open-insp-id

           move "INSPECT" to ws-audit-type
           move ws-next-reference to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit.

       p270-generate-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move ws-seq-key to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move ws-seq-key to Seq-Key
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
           move "Y" to ws-insp-offered
           move spaces to ws-in-address
           move zero to ws-in-freq-disp
           move spaces to ws-in-next-due
           move zero to ws-insp-months
           if ws-in-tenancy-id equal spaces or
             function trim (ws-in-tenancy-id) is not numeric
               exit paragraph
           end-if
           move function trim (ws-in-tenancy-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-in-tenancy-id
           move "0" to invalid-data
           open input tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-in-tenancy-id to Tenancy-ID
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
           move Tenancy-Property-ID of Tenancy-Record to
             ws-tenancy-property-id
           move Tenancy-Start of Tenancy-Record to ws-tenancy-start
           move Tenancy-End of Tenancy-Record to ws-tenancy-end
           if Tenancy-Insp-Months of Tenancy-Record is numeric
               move Tenancy-Insp-Months of Tenancy-Record to
                 ws-insp-months
           end-if
           move ws-insp-months to ws-in-freq-disp

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
                 ws-in-address
               if not property-fully-managed of Property-Record
                   move "N" to ws-insp-offered
               end-if
           end-if

      *  THE DUE DATE SHOWN IS THE EARLIEST ONE STILL SCHEDULED, OR
      *  THE NEXT ONE THE FREQUENCY GIVES WHEN NONE IS OPEN.
           perform p540-find-open-inspection
           if ws-open-insp-id not equal spaces
               move ws-open-due to ws-in-next-due
           else
               if ws-insp-months not equal zero
                   perform p580-next-due-date
               end-if
           end-if.

       p530-draw-inspections.

      *  REDRAWS THE TENANCY'S INSPECTIONS - REFERENCE, DUE AND
      *  VISIT DATES, RATING, WHO WENT, STATUS, ANY JOB RAISED AND
      *  WHETHER THE LANDLORD HAS HAD THE SUMMARY.
           move spaces to ws-insp-draw
           if not valid-tenancy
               exit paragraph
           end-if
           move zero to ws-draw-sub
           move "0" to end-of-file
           open input inspfile
           if file-status not equal "35"
               perform until eof
                   read inspfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Insp-Tenancy-ID equal
                             ws-in-tenancy-id and
                             ws-draw-sub less than 6
                               add 1 to ws-draw-sub
                               perform p535-format-inspection-line
                           end-if
                   end-read
               end-perform
           end-if
           close inspfile.

       p535-format-inspection-line.
           if insp-is-done
               move "Done" to ws-status-word
           else
               move "Scheduled" to ws-status-word
           end-if
           if Insp-Letter-Date equal spaces
               move spaces to ws-letter-mark
           else
               move "Sent" to ws-letter-mark
           end-if
           move spaces to ws-insp-line(ws-draw-sub)
           string Insp-ID " " Insp-Due-Date
             " " Insp-Visit-Date " " Insp-Rating
             " " ws-status-word " " Insp-User-ID
             " " Insp-Mjob-ID " " ws-letter-mark
             delimited by size into ws-insp-line(ws-draw-sub).

       p540-find-open-inspection.

      *  THE EARLIEST ROW ON THE TENANCY STILL SCHEDULED, AND A
      *  COUNT OF ALL ITS ROWS FOR THE NEXT DUE DATE.
           move spaces to ws-open-insp-id
           move spaces to ws-open-due
           move zero to ws-insp-count
           move "0" to end-of-file
           open input inspfile
           if file-status not equal "35"
               perform until eof
                   read inspfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Insp-Tenancy-ID equal ws-in-tenancy-id
                               add 1 to ws-insp-count
                               if insp-is-scheduled and
                                 (ws-open-due equal spaces or
                                 Insp-Due-Date less than ws-open-due)
                                   move Insp-ID to ws-open-insp-id
                                   move Insp-Due-Date to ws-open-due
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close inspfile.

       p560-read-inspection.
           move "0" to invalid-data
           if ws-in-insp-id equal spaces or
             function trim (ws-in-insp-id) is not numeric
               move "Key the inspection ref." to ws-error
               move "1" to invalid-data
               exit paragraph
           end-if
           move function trim (ws-in-insp-id) to ws-numeric-reference
           move ws-numeric-reference to ws-in-insp-id
           open input inspfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-in-insp-id to Insp-ID
           read inspfile
               invalid key
                   move "1" to invalid-data
           end-read
           close inspfile
           if key-not-found
               move "Inspection ref does not exist." to ws-error
               exit paragraph
           end-if
           if Insp-Tenancy-ID not equal ws-in-tenancy-id
               move "Inspection belongs to a different tenancy." to
                 ws-error
               move "1" to invalid-data
           end-if.

       p580-next-due-date.

      *  THE NTH INSPECTION FALLS N TIMES THE FREQUENCY AFTER THE
      *  TENANCY START, WHERE N-1 ROWS ALREADY EXIST - ANCHORED ON
      *  THE START SO THE DATES NEVER DRIFT.
           move spaces to ws-in-next-due
           if function trim (ws-tenancy-start) is not numeric
               exit paragraph
           end-if
           perform p540-find-open-inspection
           move function numval (ws-tenancy-start) to ws-am-base
           compute ws-am-months =
             ws-insp-months * (ws-insp-count + 1)
           perform p585-add-months
           move ws-am-result to ws-in-next-due.

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

       p600-print-summary-letter.

      *  THE INSPECTION SUMMARY, ONE FILE PER INSPECTION, ADDRESSED
      *  TO THE LANDLORD AT THEIR OWN ADDRESS.
           move spaces to ws-landlord-id
           move spaces to ws-prop-addr1
           move spaces to ws-prop-postcode
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
           if key-not-found
               exit paragraph
           end-if
           move Customer-ID of Property-Record to ws-landlord-id
           move Property-Address1 of Property-Record to ws-prop-addr1
           move Property-Postcode of Property-Record to
             ws-prop-postcode
           if ws-landlord-id equal spaces
               exit paragraph
           end-if

           move spaces to ws-landlord-name
           move spaces to ws-letter-addr1
           move spaces to ws-letter-addr2
           move spaces to ws-letter-postcode
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
           if not key-not-found
               move cust-name of custrec to ws-landlord-name
               move cust-address1 of custrec to ws-letter-addr1
               move cust-address2 of custrec to ws-letter-addr2
               move cust-postcode of custrec to ws-letter-postcode
           end-if

           evaluate Insp-Rating
               when "E"
                   move "Excellent" to ws-rating-word
               when "G"
                   move "Good" to ws-rating-word
               when "F"
                   move "Fair" to ws-rating-word
               when other
                   move "Poor" to ws-rating-word
           end-evaluate

           move spaces to ws-path-letterfile
           string function trim (ws-data-dir) "inspsum"
             function trim (ws-in-insp-id) ".txt"
             delimited by size into ws-path-letterfile
           open output letterfile
           move function trim (ws-landlord-name) to Letter-Text
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
           move spaces to Letter-Text
           string "INSPECTION REPORT - " function trim (ws-prop-addr1)
             ", " ws-prop-postcode
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           string "We inspected your property on "
             Insp-Visit-Date(7:2) "/" Insp-Visit-Date(5:2) "/"
             Insp-Visit-Date(1:4) " as our management agreement"
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           string "provides. Overall condition: "
             function trim (ws-rating-word) "."
             delimited by size into Letter-Text
           write Letter-Line
           move spaces to Letter-Text
           write Letter-Line
           if Insp-Notes-1 not equal spaces
               move Insp-Notes-1 to Letter-Text
               write Letter-Line
           end-if
           if Insp-Notes-2 not equal spaces
               move Insp-Notes-2 to Letter-Text
               write Letter-Line
           end-if
           if Insp-Mjob-ID not equal spaces
               move spaces to Letter-Text
               write Letter-Line
               move spaces to Letter-Text
               string "Repairs found have been raised with our "
                 "maintenance team under job "
                 function trim (Insp-Mjob-ID) "."
                 delimited by size into Letter-Text
               write Letter-Line
           end-if
           move spaces to Letter-Text
           write Letter-Line
           move "Torrans Property Management, managing agent"
             to Letter-Text
           write Letter-Line
           close letterfile.

       p925-queue-communication.

      *  REGISTERS THE SUMMARY ON THE OUTBOUND COMMS QUEUE UNDER
      *  THE NEXT COMMS REFERENCE - SAME SHAPE AS THE OTHER
      *  MODULES. THE INSPECTION REFERENCE RIDES ON THE DOCUMENT
      *  REFERENCE SO EACH LETTER IS TRACEABLE IN ITS OWN RIGHT.
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE INSPECTION ACTION
      *  JUST PERFORMED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 329Inspect.
