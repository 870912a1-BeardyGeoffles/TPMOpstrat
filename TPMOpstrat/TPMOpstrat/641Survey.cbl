       identification division.
       program-id. 641Survey.

      *  CUSTOMER SATISFACTION SURVEY RUN. THE SEND PASS PUTS A
      *  SURVEY ON THE OUTBOUND COMMS QUEUE - FOR THE GATEWAY TO
      *  DELIVER LIKE ANY OTHER ITEM - TO THE VENDOR AND THE BUYER A
      *  SET NUMBER OF DAYS AFTER A SALE COMPLETES, AND TO THE
      *  TENANT AND THE LANDLORD THE SAME NUMBER OF DAYS AFTER A
      *  NEW TENANCY STARTS (A RENEWAL IS NOT A NEW LET AND IS NOT
      *  SURVEYED). EACH PARTY IS SURVEYED ONCE PER SALE OR
      *  TENANCY. THE IMPORT PASS READS THE RETURNED SCORES AND
      *  COMMENTS BACK AGAINST THE SURVEY, AND SO AGAINST THE SALE OR
      *  TENANCY IT FOLLOWED; A SCORE OF 6 OR BELOW - A DETRACTOR IN
      *  NET PROMOTER TERMS - GOES ON THE NEGOTIATOR'S CALL-BACK
      *  QUEUE AS A CONTACT DUE TODAY. THE SATISFACTION REPORT SITS
      *  WITH TARGETS VS ACTUALS ON THE SALES PIPELINE MI SCREEN.
      *  THE DELAY DEFAULTS TO 14 DAYS; "DAYS nnn" ON THE COMMAND
      *  LINE OVERRIDES IT.
      *  RETURNS FILE: survret.csv   SURVEYID,SCORE,COMMENT
      *  RUN DAILY FROM THE OPERATING SYSTEM SCHEDULER OR ON
      *  DEMAND - NO SCREEN, NO OPERATOR INPUT.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.

       environment division.

       configuration section.
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

              select surveyfile assign dynamic ws-path-surveyfile
              organization indexed
              access dynamic
              file status file-status
              record key Survey-ID OF Survey-Record.

              select progressfile assign dynamic ws-path-progressfile
              organization indexed
              access dynamic
              file status file-status
              record key Progress-Property-ID OF Progress-Record.

              select tenancyfile assign dynamic ws-path-tenancyfile
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

              select offerfile assign dynamic ws-path-offerfile
              organization indexed
              access dynamic
              file status file-status
              record key Offer-ID OF Offer-Record.

              select contactfile assign dynamic ws-path-contactfile
              organization indexed
              access dynamic
              file status file-status
              record key Contact-ID OF Contact-Record
              alternate record key Contact-Cust-ID OF
                Contact-Record with duplicates.

              select commsqfile assign dynamic ws-path-commsqfile
              organization indexed
              access dynamic
              file status file-status
              record key Comms-ID OF Comms-Record.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select survretfile assign dynamic ws-path-survretfile
              organization line sequential
              file status file-status.

              select survrptfile assign dynamic ws-path-survrptfile
              organization line sequential
              file status file-status.

              select batchlogfile assign dynamic ws-path-batchlogfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd surveyfile.
       copy "surveyrec.cpy".

       fd progressfile.
       copy "progressrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd offerfile.
       copy "offerrec.cpy".

       fd contactfile.
       copy "contactrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd survretfile.

      *  ONE RETURNED SURVEY - THE SURVEY REFERENCE, THE 0-10 SCORE
      *  AND THE FREE-TEXT COMMENT, WHICH MAY ITSELF HOLD COMMAS.
       01 Survret-Line.
         03 Survret-Text pic x(200).

       fd survrptfile.

      *  SURVEY RUN REPORT LINE - ONE FREE-TEXT LINE PER SURVEY SENT,
      *  LOW SCORE RAISED OR RETURN REJECTED, WRITTEN OUT TO A LINE
      *  SEQUENTIAL FILE FOR THE BRANCH MANAGERS.
       01 Survrpt-Line.
         03 Survrpt-Text pic x(130).

       fd batchlogfile.

      *  ONE RUN LOG LINE IN THE BATCH DRIVER'S SHAPE, SO THE
      *  BATCH MONITOR SEES THIS JOB'S LAST RUN TOO.
       01 Batchlog-Line.
         03 Batchlog-Text pic x(110).

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

       01 end-of-file pic x value "0".
         88 eof value "1".
       01 ws-survey-eof pic x value "0".
         88 survey-eof value "1".
       01 ws-offer-eof pic x value "0".
         88 offer-eof value "1".
       01 ws-ret-eof pic x value "0".
         88 ret-eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-surveyfile pic x(60) value spaces.
       01 ws-path-progressfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-offerfile pic x(60) value spaces.
       01 ws-path-contactfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-survretfile pic x(60) value spaces.
       01 ws-path-survrptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-command-line pic x(60) value spaces.
       01 ws-parm-word pic x(10) value spaces.
       01 ws-parm-value pic x(10) value spaces.
       01 ws-parm-num-just pic x(3) justified right value spaces.
       01 ws-survey-delay pic 9(3) value 014.
      *  A SURVEY MORE THAN THIS MANY DAYS PAST ITS SEND DATE IS NOT
      *  SENT AT ALL - A RUN MISSED FOR A WEEK CATCHES UP, BUT THE
      *  FIRST RUN DOES NOT SURVEY EVERY SALE EVER COMPLETED.
       01 ws-survey-late-limit pic 9(3) value 060.

       01 ws-today pic x(8) value spaces.
       01 ws-today-int pic 9(8) value zero.
       01 ws-event-digits pic 9(8) value zero.
       01 ws-send-int pic 9(8) value zero.

       01 ws-seq-name pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value zero.
       01 ws-survey-id pic x(10) value spaces.
       01 ws-contact-id pic x(10) value spaces.

      *  THE SALE OR TENANCY BEING SURVEYED AND THE PARTY TO SEND TO.
       01 ws-sv-source pic x(1) value spaces.
       01 ws-sv-source-ref pic x(10) value spaces.
       01 ws-sv-property pic x(10) value spaces.
       01 ws-sv-event-date pic x(8) value spaces.
       01 ws-sv-negotiator pic x(10) value spaces.
       01 ws-sv-branch pic x(3) value spaces.
       01 ws-sv-owner pic x(10) value spaces.
       01 ws-sv-buyer pic x(10) value spaces.
       01 ws-sv-cust pic x(10) value spaces.
       01 ws-sv-role pic x(1) value spaces.
       01 ws-sv-found pic x(1) value "N".
         88 sv-property-found value "Y".
       01 ws-sv-already pic x(1) value "N".
         88 sv-already-surveyed value "Y".

      *  ONE RETURNED SURVEY AS READ FROM THE RETURNS FILE.
       01 ws-ret-id pic x(10) value spaces.
       01 ws-ret-score pic x(3) value spaces.
       01 ws-ret-score-just pic x(2) justified right value spaces.
       01 ws-ret-score-num pic 9(2) value zero.
       01 ws-ret-comment pic x(60) value spaces.
       01 ws-ret-ptr pic 9(3) value zero.
       01 ws-ret-reason pic x(30) value spaces.

       01 ws-comms-type pic x(10) value spaces.
       01 ws-comms-cust pic x(10) value spaces.
       01 ws-comms-prop pic x(10) value spaces.
       01 ws-comms-docref pic x(10) value spaces.
       01 ws-comms-numeric pic 9(10) value zero.

       01 ws-sent-count pic 9(5) value zero.
       01 ws-returned-count pic 9(5) value zero.
       01 ws-low-count pic 9(5) value zero.
       01 ws-rejected-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "SURVEY" to ws-runlock-job
           move "SURVEYS CONTACTS COMMS" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.

       p100-setup.
           perform p110-resolve-file-paths
           perform p210-getsystemdate
      *  RUN STANDALONE FROM THE SCHEDULER THERE IS NO LOGGED-ON
      *  SESSION - THE EXTERNAL SESSION RECORD ARRIVES AS LOW-VALUES,
      *  NOT SPACES, SO BOTH ARE TREATED AS "NOBODY LOGGED ON".
           if ws-session-user-id equal spaces or
             ws-session-user-id equal low-value
               move "BATCH" to ws-session-user-id
           end-if.

       p110-resolve-file-paths.
           accept ws-data-dir from environment "TPM_DATA_DIR"
           if ws-data-dir equal spaces
               move "C:\gagodata\tpm\" to ws-data-dir
           end-if
           string function trim (ws-data-dir) "surveys.dat"
             delimited by size into ws-path-surveyfile
           string function trim (ws-data-dir) "progression.dat"
             delimited by size into ws-path-progressfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "offers.dat"
             delimited by size into ws-path-offerfile
           string function trim (ws-data-dir) "contacts.dat"
             delimited by size into ws-path-contactfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "survret.csv"
             delimited by size into ws-path-survretfile
           string function trim (ws-data-dir) "survrun.txt"
             delimited by size into ws-path-survrptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word ws-parm-value
           end-unstring
           if function upper-case (function trim (ws-parm-word))
             equal "DAYS"
               move function trim (ws-parm-value) to
                 ws-parm-num-just
               inspect ws-parm-num-just
                 replacing leading " " by "0"
               if ws-parm-num-just is numeric and
                 ws-parm-num-just not equal "000"
                   move ws-parm-num-just to ws-survey-delay
               end-if
           end-if

           move ws-system-date(1:8) to ws-today
           compute ws-today-int =
             function integer-of-date (function numval (ws-today))

           open output survrptfile
           move spaces to Survrpt-Text
           string "Customer satisfaction survey run - "
             ws-display-date
             delimited by size into Survrpt-Text
           write Survrpt-Line
           move spaces to Survrpt-Text
           write Survrpt-Line

           perform p300-send-sale-surveys
           perform p400-send-tenancy-surveys
           perform p500-import-returns

           if ws-sent-count equal zero and ws-returned-count equal
             zero and ws-rejected-count equal zero
               move "  No surveys were due and none came back." to
                 Survrpt-Text
               write Survrpt-Line
           end-if
           close survrptfile

           move "SURVEY" to ws-audit-type
           move spaces to ws-audit-key
           move "SURVEYRUN" to ws-audit-action
           perform p900-write-audit
           compute ws-joblog-count = ws-sent-count + ws-returned-count
           perform p940-log-job-end

           move ws-sent-count to ws-count-disp
           display "Survey run complete - " ws-count-disp " sent."
           move ws-returned-count to ws-count-disp
           display "Surveys returned - " ws-count-disp "."
           move ws-low-count to ws-count-disp
           display "Low scores raised for call-back - " ws-count-disp
             ".".

       p300-send-sale-surveys.

      *  A SALE IS SURVEYED FROM ITS COMPLETION DATE - THE VENDOR
      *  (THE PROPERTY'S CUSTOMER) AND THE BUYER (THE ACCEPTED
      *  OFFER'S CUSTOMER).
           move "0" to end-of-file
           open input progressfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read progressfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Progress-Completion-Date is numeric
                           perform p310-consider-sale
                       end-if
               end-read
           end-perform
           close progressfile.

       p310-consider-sale.
           move Progress-Completion-Date to ws-sv-event-date
           perform p320-check-send-date
           if ws-send-int equal zero
               exit paragraph
           end-if
           move "S" to ws-sv-source
           move Progress-Property-ID to ws-sv-source-ref
           move Progress-Property-ID to ws-sv-property
           perform p330-read-property
           if not sv-property-found
               exit paragraph
           end-if
           perform p340-find-buyer

           move ws-sv-owner to ws-sv-cust
           move "V" to ws-sv-role
           perform p350-survey-one-party
           move ws-sv-buyer to ws-sv-cust
           move "B" to ws-sv-role
           perform p350-survey-one-party.

       p320-check-send-date.

      *  LEAVES WS-SEND-INT ZERO UNLESS THE SURVEY FALLS DUE TODAY
      *  OR FELL DUE WITHIN THE LATE LIMIT.
           move zero to ws-send-int
           move function numval (ws-sv-event-date) to ws-event-digits
           if function test-date-yyyymmdd (ws-event-digits) not
             equal zero
               exit paragraph
           end-if
           compute ws-send-int = function integer-of-date
             (ws-event-digits) + ws-survey-delay
           if ws-send-int greater than ws-today-int or
             ws-today-int - ws-send-int greater than
             ws-survey-late-limit
               move zero to ws-send-int
           end-if.

       p330-read-property.
           move "N" to ws-sv-found
           move spaces to ws-sv-negotiator
           move spaces to ws-sv-branch
           move spaces to ws-sv-owner
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-sv-property to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if not key-not-found
               move "Y" to ws-sv-found
               move User-ID of Property-Record to ws-sv-negotiator
               move Property-Branch of Property-Record to
                 ws-sv-branch
               move Customer-ID of Property-Record to ws-sv-owner
           end-if.

       p340-find-buyer.
           move spaces to ws-sv-buyer
           move "0" to ws-offer-eof
           open input offerfile
           if file-status = "35"
               move "1" to ws-offer-eof
           end-if
           perform until offer-eof
               read offerfile next record
                   at end
                       move "1" to ws-offer-eof
                   not at end
                       if Offer-Property-ID equal ws-sv-property and
                         Offer-Status equal "A"
                           move Offer-Customer-ID to ws-sv-buyer
                       end-if
               end-read
           end-perform
           close offerfile.

       p350-survey-one-party.
           if ws-sv-cust equal spaces
               exit paragraph
           end-if
           perform p360-check-surveyed
           if sv-already-surveyed
               exit paragraph
           end-if

           move "SURVEY    " to ws-seq-name
           perform p370-next-reference
           move ws-numeric-reference to ws-survey-id

           move "SURVEY" to ws-comms-type
           move ws-sv-cust to ws-comms-cust
           move ws-sv-property to ws-comms-prop
           move ws-survey-id to ws-comms-docref
           perform p925-queue-communication

           open i-o surveyfile
           if file-status = "35"
               close surveyfile
               open output surveyfile
               close surveyfile
               open i-o surveyfile
           end-if
           move ws-survey-id to Survey-ID
           move ws-sv-source to Survey-Source
           move ws-sv-source-ref to Survey-Source-Ref
           move ws-sv-property to Survey-Property-ID
           move ws-sv-cust to Survey-Cust-ID
           move ws-sv-role to Survey-Role
           move ws-sv-negotiator to Survey-Negotiator
           move ws-sv-branch to Survey-Branch
           move ws-sv-event-date to Survey-Event-Date
           move ws-today to Survey-Sent
           move ws-comms-numeric to Survey-Comms-ID
           move "S" to Survey-Status
           move zero to Survey-Score
           move spaces to Survey-Comment
           move spaces to Survey-Returned
           move spaces to Survey-Contact-ID
           write Survey-Record
               invalid key
                   continue
           end-write
           close surveyfile

           move "SURVEY" to ws-audit-type
           move ws-survey-id to ws-audit-key
           move "SEND" to ws-audit-action
           perform p900-write-audit
           add 1 to ws-sent-count

           move spaces to Survrpt-Text
           string "  Sent survey " ws-survey-id
             " to " ws-sv-cust " role " ws-sv-role
             " source " ws-sv-source " " ws-sv-source-ref
             " event " ws-sv-event-date
             " negotiator " ws-sv-negotiator
             delimited by size into Survrpt-Text
           write Survrpt-Line.

       p360-check-surveyed.

      *  ONE SURVEY PER PARTY PER SALE OR TENANCY - THE EVENT DATE
      *  IS PART OF THE MATCH SO A PROPERTY SOLD AGAIN YEARS LATER
      *  IS SURVEYED AGAIN.
           move "N" to ws-sv-already
           move "0" to ws-survey-eof
           open input surveyfile
           if file-status = "35"
               move "1" to ws-survey-eof
           end-if
           perform until survey-eof or sv-already-surveyed
               read surveyfile next record
                   at end
                       move "1" to ws-survey-eof
                   not at end
                       if Survey-Source equal ws-sv-source and
                         Survey-Source-Ref equal ws-sv-source-ref and
                         Survey-Cust-ID equal ws-sv-cust and
                         Survey-Event-Date equal ws-sv-event-date
                           move "Y" to ws-sv-already
                       end-if
               end-read
           end-perform
           close surveyfile.

       p370-next-reference.

      *  NEXT REFERENCE FROM THE SEQUENCE ROW NAMED IN WS-SEQ-NAME.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move ws-seq-name to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move ws-seq-name to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-numeric-reference.

       p400-send-tenancy-surveys.

      *  A NEW TENANCY IS SURVEYED FROM ITS START DATE - THE TENANT
      *  AND THE LANDLORD (THE PROPERTY'S CUSTOMER). A RENEWAL
      *  CARRIES THE TENANCY IT SUCCEEDS AND IS LEFT ALONE.
           move "0" to end-of-file
           open input tenancyfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read tenancyfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Tenancy-Start is numeric and
                         Tenancy-Prev-ID equal spaces
                           perform p410-consider-tenancy
                       end-if
               end-read
           end-perform
           close tenancyfile.

       p410-consider-tenancy.
           move Tenancy-Start to ws-sv-event-date
           perform p320-check-send-date
           if ws-send-int equal zero
               exit paragraph
           end-if
           move "T" to ws-sv-source
           move Tenancy-ID to ws-sv-source-ref
           move Tenancy-Property-ID to ws-sv-property
           perform p330-read-property
           if not sv-property-found
               exit paragraph
           end-if

           move Tenancy-Tenant-ID to ws-sv-cust
           move "T" to ws-sv-role
           perform p350-survey-one-party
           move ws-sv-owner to ws-sv-cust
           move "L" to ws-sv-role
           perform p350-survey-one-party.

       p500-import-returns.
           move "0" to ws-ret-eof
           open input survretfile
           if file-status = "35"
               display "Survey run: no returns file found."
               exit paragraph
           end-if
           perform until ret-eof
               read survretfile
                   at end
                       move "1" to ws-ret-eof
                   not at end
                       if Survret-Text not equal spaces
                           perform p510-apply-one-return
                       end-if
               end-read
           end-perform
           close survretfile.

       p510-apply-one-return.
           move spaces to ws-ret-id
           move spaces to ws-ret-score
           move spaces to ws-ret-comment
           move 1 to ws-ret-ptr
           unstring Survret-Text delimited by ","
             into ws-ret-id ws-ret-score
             with pointer ws-ret-ptr
           end-unstring
           if ws-ret-ptr not greater than 200
               move Survret-Text(ws-ret-ptr:) to ws-ret-comment
           end-if

           move function trim (ws-ret-score) to ws-ret-score-just
           inspect ws-ret-score-just replacing leading " " by "0"
           if function trim (ws-ret-id) is not numeric
               move "not a survey reference" to ws-ret-reason
               perform p530-reject-return
               exit paragraph
           end-if
           if ws-ret-score-just is not numeric
               move "score not 0-10" to ws-ret-reason
               perform p530-reject-return
               exit paragraph
           end-if
           move ws-ret-score-just to ws-ret-score-num
           if ws-ret-score-num greater than 10
               move "score not 0-10" to ws-ret-reason
               perform p530-reject-return
               exit paragraph
           end-if
           move function trim (ws-ret-id) to ws-numeric-reference
           move ws-numeric-reference to ws-survey-id

           move "0" to invalid-data
           open i-o surveyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-survey-id to Survey-ID
           read surveyfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               close surveyfile
               move "no such survey" to ws-ret-reason
               perform p530-reject-return
               exit paragraph
           end-if
      *  A SURVEY ANSWERED TWICE KEEPS THE FIRST ANSWER - AND RAISES
      *  ONE CALL-BACK, NOT TWO.
           if survey-is-returned
               close surveyfile
               move "already returned" to ws-ret-reason
               perform p530-reject-return
               exit paragraph
           end-if

           move ws-ret-score-num to Survey-Score
           move ws-ret-comment to Survey-Comment
           move ws-today to Survey-Returned
           move "R" to Survey-Status
           if ws-ret-score-num not greater than 6
               perform p520-raise-call-back
               move ws-contact-id to Survey-Contact-ID
           end-if
           rewrite Survey-Record
               invalid key
                   continue
           end-rewrite
           close surveyfile
           add 1 to ws-returned-count

           move "SURVEY" to ws-audit-type
           move ws-survey-id to ws-audit-key
           move "RETURN" to ws-audit-action
           perform p900-write-audit.

       p520-raise-call-back.

      *  THE LOW SCORE GOES ON THE CALL-BACK QUEUE OF THE NEGOTIATOR
      *  WHO HANDLED THE DEAL, DUE TODAY, WITH THE SCORE AND AS MUCH
      *  OF THE COMMENT AS THE NOTE HOLDS.
           move "CONTACTS  " to ws-seq-name
           perform p370-next-reference
           move ws-numeric-reference to ws-contact-id

           open i-o contactfile
           if file-status = "35"
               close contactfile
               open output contactfile
               close contactfile
               open i-o contactfile
           end-if
           move ws-contact-id to Contact-ID
           move Survey-Cust-ID to Contact-Cust-ID
           move ws-system-date to Contact-Timestamp
           move "I" to Contact-Direction
           move "E" to Contact-Method
           move spaces to Contact-Note
           string "Survey " function trim (Survey-ID)
             " score " ws-ret-score-just ": "
             function trim (ws-ret-comment)
             delimited by size into Contact-Note
           move ws-today to Contact-Next-Action
           move Survey-Negotiator to Contact-User-ID
           if Contact-User-ID equal spaces
               move ws-session-user-id to Contact-User-ID
           end-if
           write Contact-Record
               invalid key
                   continue
           end-write
           close contactfile

           move "CONTACT" to ws-audit-type
           move ws-contact-id to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit
           add 1 to ws-low-count

           move spaces to Survrpt-Text
           string "  Low score " ws-ret-score-just
             " on survey " Survey-ID
             " cust " Survey-Cust-ID
             " source " Survey-Source " " Survey-Source-Ref
             " - call-back " ws-contact-id
             " for " Contact-User-ID
             delimited by size into Survrpt-Text
           write Survrpt-Line.

       p530-reject-return.
           add 1 to ws-rejected-count
           move spaces to Survrpt-Text
           string "  Return rejected - " ws-ret-reason
             ": " Survret-Text(1:70)
             delimited by size into Survrpt-Text
           write Survrpt-Line.

       p925-queue-communication.

      *  REGISTERS THE SURVEY ON THE OUTBOUND COMMS QUEUE UNDER THE
      *  NEXT COMMS REFERENCE - SAME SHAPE AS THE OTHER MODULES.
           move "COMMS     " to ws-seq-name
           perform p370-next-reference
           move ws-numeric-reference to ws-comms-numeric

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

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB SURVEY END " ws-system-date
             " RECORDS " ws-joblog-count-disp
             delimited by size into Batchlog-Text
           open extend batchlogfile
           if file-status = "35"
               close batchlogfile
               open output batchlogfile
               close batchlogfile
               open extend batchlogfile
           end-if
           write Batchlog-Line
           close batchlogfile.

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR EACH SURVEY SENT OR
      *  RETURNED, EACH CALL-BACK RAISED, AND THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 641Survey.
