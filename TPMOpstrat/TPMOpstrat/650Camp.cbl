       identification division.
       program-id. 650Camp.

      *  MARKETING CAMPAIGN RUN. THE SEND PASS TAKES EACH CAMPAIGN
      *  RELEASED ON THE CAMPAIGNS SCREEN AND PICKS ITS AUDIENCE
      *  FROM THE CUSTOMER FILE - VENDORS AND LANDLORDS BY THEIR
      *  LISTINGS, APPLICANTS BY THEIR REQUIREMENTS, NARROWED BY
      *  POSTCODE AREA, PRICE, PROPERTY TYPE AND THE DATE THEY WERE
      *  LAST SPOKEN TO. ANYONE WITHOUT CONSENT RECORDED FOR THE
      *  CAMPAIGN'S CHANNEL, OR WITHOUT AN ADDRESS, EMAIL OR PHONE
      *  TO SEND TO, IS LEFT OUT AND ONLY COUNTED; ERASED CUSTOMERS
      *  ARE NEVER CONSIDERED. EVERYONE ELSE GETS ONE ITEM ON THE
      *  OUTBOUND COMMS QUEUE - FOR THE GATEWAY OR THE MANUAL DESK -
      *  WITH THE MESSAGE WRITTEN OUT BESIDE IT, AND A RECIPIENT ROW
      *  SO NO ONE IS SENT THE SAME CAMPAIGN TWICE. THE RESPONSE
      *  PASS THEN RECOUNTS, FROM SCRATCH, THE ENQUIRIES, APPRAISALS
      *  AND VIEWINGS MADE BY RECIPIENTS: EACH IS CREDITED TO THE
      *  LATEST CAMPAIGN THAT CUSTOMER WAS SENT ON OR BEFORE THE
      *  DAY, IF IT WENT WITHIN THE RESPONSE WINDOW (90 DAYS), AND
      *  THE TOTALS ARE SHOWN ON THE CAMPAIGN.
      *  MESSAGE FILES: camp<COMMSID>.txt    REPORT: campaign.txt
      *  RUN NIGHTLY FROM THE OPERATING SYSTEM SCHEDULER OR ON
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

              select campaignfile assign dynamic ws-path-campaignfile
              organization indexed
              access dynamic
              file status file-status
              record key Campaign-ID OF Campaign-Record.

              select campsendfile assign dynamic ws-path-campsendfile
              organization indexed
              access dynamic
              file status file-status
              record key Campsend-Key OF Campsend-Record.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

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

              select reqfile assign dynamic ws-path-reqfile
              organization indexed
              access dynamic
              file status file-status
              record key Req-Cust-ID OF Requirement-Record.

              select contactfile assign dynamic ws-path-contactfile
              organization indexed
              access dynamic
              file status file-status
              record key Contact-ID OF Contact-Record
              alternate record key Contact-Cust-ID OF
                Contact-Record with duplicates.

              select enquiryfile assign dynamic ws-path-enquiryfile
              organization indexed
              access dynamic
              file status file-status
              record key Enquiry-ID OF Enquiry-Record.

              select appraisalfile assign dynamic
                ws-path-appraisalfile
              organization indexed
              access dynamic
              file status file-status
              record key Appraisal-ID OF Appraisal-Record.

              select BookingFile assign dynamic ws-path-bookingfile
              organization indexed
              access dynamic
              file status file-status
              record key Booking-ID OF Booking-Record
              alternate record key Booking-Date OF
                Booking-Record with duplicates
              alternate record key User-ID OF
                Booking-Record with duplicates.

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

              select letterfile assign dynamic ws-path-letterfile
              organization line sequential
              file status file-status.

              select camprptfile assign dynamic ws-path-camprptfile
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

       fd campaignfile.
       copy "campaignrec.cpy".

       fd campsendfile.
       copy "campsendrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd reqfile.
       copy "requirementsrec.cpy".

       fd contactfile.
       copy "contactrec.cpy".

       fd enquiryfile.
       copy "enquiryrec.cpy".

       fd appraisalfile.
       copy "appraisalrec.cpy".

       fd BookingFile.
       copy "booking-record.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd letterfile.
       copy "letterrec.cpy".

       fd camprptfile.

      *  CAMPAIGN RUN REPORT LINE - ONE FREE-TEXT LINE PER CAMPAIGN
      *  SENT AND PER CAMPAIGN'S RESPONSES TO DATE, WRITTEN OUT TO A
      *  LINE SEQUENTIAL FILE FOR THE BRANCH MANAGERS.
       01 Camprpt-Line.
         03 Camprpt-Text pic x(132).

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
       01 ws-cust-eof pic x value "0".
         88 cust-eof value "1".
       01 ws-scan-eof pic x value "0".
         88 scan-eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-campaignfile pic x(60) value spaces.
       01 ws-path-campsendfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-reqfile pic x(60) value spaces.
       01 ws-path-contactfile pic x(60) value spaces.
       01 ws-path-enquiryfile pic x(60) value spaces.
       01 ws-path-appraisalfile pic x(60) value spaces.
       01 ws-path-bookingfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-letterfile pic x(60) value spaces.
       01 ws-path-camprptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

      *  A RESPONSE MORE THAN THIS MANY DAYS AFTER THE CAMPAIGN WENT
      *  OUT IS NOT CREDITED TO IT.
       01 ws-response-window pic 9(3) value 090.

       01 ws-today pic x(8) value spaces.
       01 ws-seq-name pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value zero.

      *  THE CAMPAIGN BEING SENT AND THE CUSTOMER BEING CONSIDERED.
       01 ws-cp-area pic x(4) value spaces.
       01 ws-cp-area-len pic 9(2) value zero.
       01 ws-cp-postcode pic x(10) value spaces.
       01 ws-cp-selected pic 9(5) value zero.
       01 ws-cp-no-consent pic 9(5) value zero.
       01 ws-cp-sent pic 9(5) value zero.
       01 ws-cp-comms-type pic x(10) value spaces.
       01 ws-cp-in pic x(1) value "N".
         88 cp-in-audience value "Y".
       01 ws-cp-consent pic x(1) value "N".
         88 cp-consent-ok value "Y".
       01 ws-cp-has-listing pic x(1) value "N".
         88 cp-has-listing value "Y".
       01 ws-cp-req-found pic x(1) value "N".
         88 cp-req-found value "Y".
       01 ws-cp-last-contact pic x(8) value spaces.
       01 ws-cp-already pic x(1) value "N".
         88 cp-already-sent value "Y".

      *  ONE RESPONSE BEING CREDITED, AND THE BEST CAMPAIGN FOUND.
       01 ws-rs-cust pic x(10) value spaces.
       01 ws-rs-date pic x(8) value spaces.
       01 ws-rs-date-int pic 9(8) value zero.
       01 ws-rs-kind pic x(1) value spaces.
       01 ws-rs-sent-int pic 9(8) value zero.
       01 ws-rs-best-key pic x(20) value spaces.
       01 ws-rs-best-date pic x(8) value spaces.

       01 ws-comms-numeric pic 9(10) value zero.

       01 ws-campaigns-sent pic 9(5) value zero.
       01 ws-items-sent pic 9(7) value zero.
       01 ws-responses pic 9(7) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-count-disp-2 pic ZZZZ9 value zero.
       01 ws-count-disp-3 pic ZZZZ9 value zero.
       01 ws-count-disp-4 pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "CAMPAIGN" to ws-runlock-job
           move "CAMPAIGNS CAMPSEND COMMS" to ws-runlock-masters
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
           string function trim (ws-data-dir) "campaigns.dat"
             delimited by size into ws-path-campaignfile
           string function trim (ws-data-dir) "campsend.dat"
             delimited by size into ws-path-campsendfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "requirements.dat"
             delimited by size into ws-path-reqfile
           string function trim (ws-data-dir) "contacts.dat"
             delimited by size into ws-path-contactfile
           string function trim (ws-data-dir) "enquiries.dat"
             delimited by size into ws-path-enquiryfile
           string function trim (ws-data-dir) "appraisals.dat"
             delimited by size into ws-path-appraisalfile
           string function trim (ws-data-dir) "Bookings.dat"
             delimited by size into ws-path-bookingfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "campaign.txt"
             delimited by size into ws-path-camprptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           move ws-system-date(1:8) to ws-today

           open output camprptfile
           move spaces to Camprpt-Text
           string "Marketing campaign run - " ws-display-date
             delimited by size into Camprpt-Text
           write Camprpt-Line
           move spaces to Camprpt-Text
           write Camprpt-Line

           perform p300-send-campaigns
           if ws-campaigns-sent equal zero
               move "  No campaigns were released for sending." to
                 Camprpt-Text
               write Camprpt-Line
           end-if
           perform p500-count-responses
           perform p600-report-responses
           close camprptfile

           move "CAMPAIGN" to ws-audit-type
           move spaces to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit
           move ws-items-sent to ws-joblog-count
           perform p940-log-job-end

           move ws-campaigns-sent to ws-count-disp
           display "Campaign run complete - " ws-count-disp
             " campaigns sent."
           move ws-items-sent to ws-joblog-count-disp
           display "Items queued - " ws-joblog-count-disp "."
           move ws-responses to ws-joblog-count-disp
           display "Responses credited - " ws-joblog-count-disp ".".

       p300-send-campaigns.
           move "0" to end-of-file
           open i-o campaignfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read campaignfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if campaign-released
                           perform p310-send-one-campaign
                       end-if
               end-read
           end-perform
           close campaignfile.

       p310-send-one-campaign.
           move zero to ws-cp-selected
           move zero to ws-cp-no-consent
           move zero to ws-cp-sent
           move function upper-case (Campaign-Area) to ws-cp-area
           move zero to ws-cp-area-len
           if ws-cp-area not equal spaces
               move function length (function trim (ws-cp-area)) to
                 ws-cp-area-len
           end-if
           evaluate true
               when campaign-by-email
                   move "CAMPEMAIL" to ws-cp-comms-type
               when campaign-by-sms
                   move "CAMPSMS" to ws-cp-comms-type
               when other
                   move "CAMPPOST" to ws-cp-comms-type
           end-evaluate

           move "0" to ws-cust-eof
           open input custfile
           if file-status = "35"
               move "1" to ws-cust-eof
           end-if
           perform until cust-eof
               read custfile next record
                   at end
                       move "1" to ws-cust-eof
                   not at end
                       if cust-name not equal "ERASED"
                           perform p320-consider-customer
                       end-if
               end-read
           end-perform
           close custfile

           move "S" to Campaign-Status
           move ws-today to Campaign-Sent-Date
           move ws-cp-selected to Campaign-Selected
           move ws-cp-no-consent to Campaign-No-Consent
           move ws-cp-sent to Campaign-Sent-Count
           rewrite Campaign-Record
               invalid key
                   continue
           end-rewrite
           add 1 to ws-campaigns-sent

           move "CAMPAIGN" to ws-audit-type
           move Campaign-ID to ws-audit-key
           move "SEND" to ws-audit-action
           perform p900-write-audit

           move ws-cp-selected to ws-count-disp
           move ws-cp-no-consent to ws-count-disp-2
           move ws-cp-sent to ws-count-disp-3
           move spaces to Camprpt-Text
           string "  Sent campaign " Campaign-ID " "
             Campaign-Name " by " ws-cp-comms-type
             " - selected " ws-count-disp
             " no consent " ws-count-disp-2
             " sent " ws-count-disp-3
             delimited by size into Camprpt-Text
           write Camprpt-Line.

       p320-consider-customer.
           perform p330-check-audience
           if not cp-in-audience
               exit paragraph
           end-if
           add 1 to ws-cp-selected

      *  CONSENT IS STRICT - A BLANK FLAG IS A REFUSAL, AND CONSENT
      *  WITH NOTHING TO SEND TO IS COUNTED WITH THE REFUSALS.
           move "N" to ws-cp-consent
           evaluate true
               when campaign-by-email
                   if consent-email-given and
                     cust-email not equal spaces
                       move "Y" to ws-cp-consent
                   end-if
               when campaign-by-sms
                   if consent-phone-given and
                     cust-phone not equal spaces
                       move "Y" to ws-cp-consent
                   end-if
               when other
                   if consent-post-given and
                     cust-address1 not equal spaces
                       move "Y" to ws-cp-consent
                   end-if
           end-evaluate
           if not cp-consent-ok
               add 1 to ws-cp-no-consent
               exit paragraph
           end-if

           perform p380-check-already-sent
           if cp-already-sent
               exit paragraph
           end-if

           perform p925-queue-communication
           perform p390-write-message
           perform p395-write-recipient
           add 1 to ws-cp-sent
           add 1 to ws-items-sent.

       p330-check-audience.

      *  EVERY TEST KEYED ON THE CAMPAIGN MUST PASS; A BLANK TEST
      *  PASSES EVERYONE.
           move "Y" to ws-cp-in
           move "N" to ws-cp-req-found
           if campaign-applicants or Campaign-Req-Price not equal
             zero or Campaign-Req-Type not equal spaces or
             ws-cp-area not equal spaces
               perform p340-read-requirements
           end-if

           evaluate true
               when campaign-vendors
                   perform p335-check-listings
               when campaign-landlords
                   perform p335-check-listings
               when campaign-applicants
                   if not cp-req-found
                       move "N" to ws-cp-in
                   end-if
           end-evaluate
           if not cp-in-audience
               exit paragraph
           end-if

           if Campaign-Req-Price not equal zero or
             Campaign-Req-Type not equal spaces
               if not cp-req-found
                   move "N" to ws-cp-in
                   exit paragraph
               end-if
               if (Req-Price-Low not equal zero and
                 Campaign-Req-Price < Req-Price-Low) or
                 (Req-Price-High not equal zero and
                 Campaign-Req-Price > Req-Price-High)
                   move "N" to ws-cp-in
                   exit paragraph
               end-if
               if Campaign-Req-Type not equal spaces and
                 Req-Prop-Type not equal spaces and
                 function upper-case (Req-Prop-Type) not equal
                 Campaign-Req-Type
                   move "N" to ws-cp-in
                   exit paragraph
               end-if
           end-if

           if ws-cp-area not equal spaces
               perform p345-check-area
               if not cp-in-audience
                   exit paragraph
               end-if
           end-if

           if Campaign-Contact-From not equal spaces or
             Campaign-Contact-To not equal spaces
               perform p350-find-last-contact
               if ws-cp-last-contact equal spaces
                   if Campaign-Contact-From not equal spaces
                       move "N" to ws-cp-in
                   end-if
               else
                   if (Campaign-Contact-From not equal spaces and
                     ws-cp-last-contact < Campaign-Contact-From) or
                     (Campaign-Contact-To not equal spaces and
                     ws-cp-last-contact > Campaign-Contact-To)
                       move "N" to ws-cp-in
                   end-if
               end-if
           end-if.

       p335-check-listings.

      *  A VENDOR OWNS A SALES LISTING (FOR SALE, SOLD OR
      *  WITHDRAWN), A LANDLORD A LETTINGS ONE (TO LET OR LET).
           move "N" to ws-cp-has-listing
           move "0" to ws-scan-eof
           open input PropertyFile
           if file-status = "35"
               move "1" to ws-scan-eof
           else
               move cust-id to Customer-ID of Property-Record
               start PropertyFile key equal Customer-ID of
                 Property-Record
                   invalid key
                       move "1" to ws-scan-eof
               end-start
           end-if
           perform until scan-eof or cp-has-listing
               read PropertyFile next record
                   at end
                       move "1" to ws-scan-eof
                   not at end
                       if Customer-ID of Property-Record not equal
                         cust-id
                           move "1" to ws-scan-eof
                       else
                           if campaign-vendors and
                             (Property-Status equal "FS" or "SO"
                             or "WD")
                               move "Y" to ws-cp-has-listing
                           end-if
                           if campaign-landlords and
                             (Property-Status equal "TL" or "LT")
                               move "Y" to ws-cp-has-listing
                           end-if
                       end-if
               end-read
           end-perform
           close PropertyFile
           if not cp-has-listing
               move "N" to ws-cp-in
           end-if.

       p340-read-requirements.
           move "0" to invalid-data
           open input reqfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move cust-id to Req-Cust-ID
           read reqfile
               invalid key
                   move "1" to invalid-data
           end-read
           close reqfile
           if not key-not-found and req-is-active
               move "Y" to ws-cp-req-found
           end-if.

       p345-check-area.

      *  THE AREA MATCHES THE CUSTOMER'S OWN POSTCODE, OR FOR AN
      *  APPLICANT ANY OF THE AREAS THEY ARE LOOKING IN.
           move "N" to ws-cp-in
           move function upper-case (cust-postcode) to ws-cp-postcode
           if ws-cp-postcode(1:ws-cp-area-len) equal
             ws-cp-area(1:ws-cp-area-len)
               move "Y" to ws-cp-in
               exit paragraph
           end-if
           if not cp-req-found
               exit paragraph
           end-if
           if function upper-case (Req-Area-1) (1:ws-cp-area-len)
             equal ws-cp-area(1:ws-cp-area-len) or
             function upper-case (Req-Area-2) (1:ws-cp-area-len)
             equal ws-cp-area(1:ws-cp-area-len) or
             function upper-case (Req-Area-3) (1:ws-cp-area-len)
             equal ws-cp-area(1:ws-cp-area-len)
               move "Y" to ws-cp-in
           end-if.

       p350-find-last-contact.
           move spaces to ws-cp-last-contact
           move "0" to ws-scan-eof
           open input contactfile
           if file-status = "35"
               move "1" to ws-scan-eof
           else
               move cust-id to Contact-Cust-ID
               start contactfile key equal Contact-Cust-ID
                   invalid key
                       move "1" to ws-scan-eof
               end-start
           end-if
           perform until scan-eof
               read contactfile next record
                   at end
                       move "1" to ws-scan-eof
                   not at end
                       if Contact-Cust-ID not equal cust-id
                           move "1" to ws-scan-eof
                       else
                           if Contact-Timestamp(1:8) >
                             ws-cp-last-contact
                               move Contact-Timestamp(1:8) to
                                 ws-cp-last-contact
                           end-if
                       end-if
               end-read
           end-perform
           close contactfile.

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

       p380-check-already-sent.

      *  A RUN STOPPED PART WAY THROUGH A CAMPAIGN LEAVES IT
      *  RELEASED - THE NEXT RUN PICKS IT UP AGAIN AND MUST NOT SEND
      *  TWICE TO THOSE ALREADY DONE.
           move "N" to ws-cp-already
           move "0" to invalid-data
           open input campsendfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move cust-id to Campsend-Cust-ID
           move Campaign-ID to Campsend-Campaign-ID
           read campsendfile
               invalid key
                   move "1" to invalid-data
           end-read
           close campsendfile
           if not key-not-found
               move "Y" to ws-cp-already
           end-if.

       p390-write-message.
           move spaces to ws-path-letterfile
           string function trim (ws-data-dir) "camp"
             function trim (Comms-ID) ".txt"
             delimited by size into ws-path-letterfile
           open output letterfile

           if campaign-by-post
               move function trim (cust-name) to Letter-Text
               write Letter-Line
               move function trim (cust-address1) to Letter-Text
               write Letter-Line
               move function trim (cust-address2) to Letter-Text
               write Letter-Line
               move function trim (cust-postcode) to Letter-Text
               write Letter-Line
               move spaces to Letter-Text
               write Letter-Line
           end-if
           if campaign-by-email
               move function trim (cust-email) to Letter-Text
               write Letter-Line
               move spaces to Letter-Text
               write Letter-Line
           end-if
           if campaign-by-sms
               move function trim (cust-phone) to Letter-Text
               write Letter-Line
               move spaces to Letter-Text
               write Letter-Line
           end-if
           if not campaign-by-sms
               move spaces to Letter-Text
               string "Dear " function trim (cust-name) ","
                 delimited by size into Letter-Text
               write Letter-Line
               move spaces to Letter-Text
               write Letter-Line
           end-if
           move Campaign-Message-1 to Letter-Text
           write Letter-Line
           if Campaign-Message-2 not equal spaces
               move Campaign-Message-2 to Letter-Text
               write Letter-Line
           end-if
           move spaces to Letter-Text
           write Letter-Line
           move "Torrans Property Management" to Letter-Text
           write Letter-Line
           close letterfile.

       p395-write-recipient.
           open i-o campsendfile
           if file-status = "35"
               close campsendfile
               open output campsendfile
               close campsendfile
               open i-o campsendfile
           end-if
           move cust-id to Campsend-Cust-ID
           move Campaign-ID to Campsend-Campaign-ID
           move ws-today to Campsend-Sent-Date
           move ws-comms-numeric to Campsend-Comms-ID
           move zero to Campsend-Enquiries
           move zero to Campsend-Appraisals
           move zero to Campsend-Viewings
           write Campsend-Record
               invalid key
                   continue
           end-write
           close campsendfile.

       p500-count-responses.

      *  THE COUNTS ARE REBUILT EVERY NIGHT, SO A RESPONSE KEYED OR
      *  CORRECTED LATE IS PICKED UP AND NOTHING IS COUNTED TWICE.
           move "0" to end-of-file
           open i-o campsendfile
           if file-status = "35"
               exit paragraph
           end-if
           perform until eof
               read campsendfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move zero to Campsend-Enquiries
                       move zero to Campsend-Appraisals
                       move zero to Campsend-Viewings
                       rewrite Campsend-Record
                           invalid key
                               continue
                       end-rewrite
               end-read
           end-perform

           move "0" to end-of-file
           open input enquiryfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read enquiryfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Enquiry-Cust-ID to ws-rs-cust
                       move Enquiry-Date to ws-rs-date
                       move "E" to ws-rs-kind
                       perform p510-credit-response
               end-read
           end-perform
           close enquiryfile

           move "0" to end-of-file
           open input appraisalfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read appraisalfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       move Appraisal-Cust-ID to ws-rs-cust
                       move Appraisal-Date to ws-rs-date
                       move "A" to ws-rs-kind
                       perform p510-credit-response
               end-read
           end-perform
           close appraisalfile

      *  A CANCELLED VIEWING IS NOT A RESPONSE.
           move "0" to end-of-file
           open input BookingFile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read BookingFile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Booking-Status of Booking-Record not
                         equal "X" and "x"
                           move Customer-ID of Booking-Record to
                             ws-rs-cust
                           move spaces to ws-rs-date
                           string booking-year booking-month
                             booking-day
                             delimited by size into ws-rs-date
                           move "V" to ws-rs-kind
                           perform p510-credit-response
                       end-if
               end-read
           end-perform
           close BookingFile

           close campsendfile
           perform p550-roll-up-campaigns.

       p510-credit-response.
           if ws-rs-cust equal spaces or ws-rs-date is not numeric
               exit paragraph
           end-if
           move ws-rs-date to ws-rs-date-int
           if function test-date-yyyymmdd (ws-rs-date-int) not
             equal zero
               exit paragraph
           end-if
           compute ws-rs-date-int =
             function integer-of-date (ws-rs-date-int)

           move spaces to ws-rs-best-key
           move spaces to ws-rs-best-date
           move "0" to ws-scan-eof
           move ws-rs-cust to Campsend-Cust-ID
           move low-values to Campsend-Campaign-ID
           start campsendfile key not less than Campsend-Key
               invalid key
                   move "1" to ws-scan-eof
           end-start
           perform until scan-eof
               read campsendfile next record
                   at end
                       move "1" to ws-scan-eof
                   not at end
                       if Campsend-Cust-ID not equal ws-rs-cust
                           move "1" to ws-scan-eof
                       else
                           perform p520-consider-sent
                       end-if
               end-read
           end-perform
           if ws-rs-best-key equal spaces
               exit paragraph
           end-if

           move ws-rs-best-key to Campsend-Key
           read campsendfile
               invalid key
                   exit paragraph
           end-read
           evaluate ws-rs-kind
               when "E"
                   add 1 to Campsend-Enquiries
               when "A"
                   add 1 to Campsend-Appraisals
               when other
                   add 1 to Campsend-Viewings
           end-evaluate
           rewrite Campsend-Record
               invalid key
                   continue
           end-rewrite
           add 1 to ws-responses.

       p520-consider-sent.

      *  THE LATEST CAMPAIGN SENT ON OR BEFORE THE RESPONSE, AND
      *  WITHIN THE WINDOW, TAKES THE CREDIT.
           if Campsend-Sent-Date is not numeric or
             Campsend-Sent-Date > ws-rs-date or
             Campsend-Sent-Date < ws-rs-best-date
               exit paragraph
           end-if
           move Campsend-Sent-Date to ws-rs-sent-int
           compute ws-rs-sent-int =
             function integer-of-date (ws-rs-sent-int)
           if ws-rs-date-int - ws-rs-sent-int greater than
             ws-response-window
               exit paragraph
           end-if
           move Campsend-Key to ws-rs-best-key
           move Campsend-Sent-Date to ws-rs-best-date.

       p550-roll-up-campaigns.
           open i-o campaignfile
           if file-status = "35"
               exit paragraph
           end-if
           move "0" to end-of-file
           perform until eof
               read campaignfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if campaign-sent
                           move zero to Campaign-Resp-Enquiries
                           move zero to Campaign-Resp-Appraisals
                           move zero to Campaign-Resp-Viewings
                           move ws-today to Campaign-Resp-Date
                           rewrite Campaign-Record
                               invalid key
                                   continue
                           end-rewrite
                       end-if
               end-read
           end-perform

           move "0" to end-of-file
           open input campsendfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read campsendfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Campsend-Enquiries not equal zero or
                         Campsend-Appraisals not equal zero or
                         Campsend-Viewings not equal zero
                           perform p560-add-to-campaign
                       end-if
               end-read
           end-perform
           close campsendfile
           close campaignfile.

       p560-add-to-campaign.
           move Campsend-Campaign-ID to Campaign-ID
           read campaignfile
               invalid key
                   exit paragraph
           end-read
           add Campsend-Enquiries to Campaign-Resp-Enquiries
           add Campsend-Appraisals to Campaign-Resp-Appraisals
           add Campsend-Viewings to Campaign-Resp-Viewings
           rewrite Campaign-Record
               invalid key
                   continue
           end-rewrite.

       p600-report-responses.
           move spaces to Camprpt-Text
           write Camprpt-Line
           move "  Responses to campaigns sent:" to Camprpt-Text
           write Camprpt-Line
           move "0" to end-of-file
           open input campaignfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read campaignfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if campaign-sent
                           perform p610-report-one-campaign
                       end-if
               end-read
           end-perform
           close campaignfile.

       p610-report-one-campaign.
           move Campaign-Sent-Count to ws-count-disp
           move Campaign-Resp-Enquiries to ws-count-disp-2
           move Campaign-Resp-Appraisals to ws-count-disp-3
           move Campaign-Resp-Viewings to ws-count-disp-4
           move spaces to Camprpt-Text
           string "  " Campaign-ID " " Campaign-Name
             " branch " Campaign-Branch
             " sent " Campaign-Sent-Date
             " to " ws-count-disp
             " - enquiries " ws-count-disp-2
             " appraisals " ws-count-disp-3
             " viewings " ws-count-disp-4
             delimited by size into Camprpt-Text
           write Camprpt-Line.

       p925-queue-communication.

      *  REGISTERS THE CAMPAIGN ITEM ON THE OUTBOUND COMMS QUEUE
      *  UNDER THE NEXT COMMS REFERENCE - SAME SHAPE AS THE OTHER
      *  MODULES - CARRYING THE CAMPAIGN REFERENCE.
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
           move ws-cp-comms-type to Comms-Type
           move cust-id to Comms-Cust-ID
           move Campaign-Property-ID to Comms-Property-ID
           move ws-system-date to Comms-Created
           move spaces to Comms-Sent
           move Campaign-ID to Comms-Doc-Ref
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
           string "  JOB CAMPAIGN END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR EACH CAMPAIGN SENT
      *  AND FOR THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 650Camp.
