       identification division.
       program-id. 216Camp is recursive.

      *  MARKETING CAMPAIGNS. A DEVELOPMENT LAUNCH OR A BRANCH
      *  VALUATION DRIVE IS KEYED HERE - WHO IT IS FOR (CUSTOMER
      *  TYPE, POSTCODE AREA, WHAT APPLICANTS ARE LOOKING FOR, WHEN
      *  THEY WERE LAST SPOKEN TO), THE CHANNEL AND THE MESSAGE -
      *  AND RELEASED. THE NIGHTLY CAMPAIGN RUN THEN PICKS THE
      *  AUDIENCE, LEAVES OUT EVERYONE WITHOUT CONSENT FOR THAT
      *  CHANNEL AND SENDS THROUGH THE COMMS QUEUE, AND FROM THEN ON
      *  COUNTS THE ENQUIRIES, APPRAISALS AND VIEWINGS IT PRODUCED,
      *  SHOWN HERE. ONCE SENT A CAMPAIGN CAN NO LONGER BE CHANGED.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select campaignfile assign dynamic ws-path-campaignfile
              organization indexed
              access dynamic
              file status file-status
              record key Campaign-ID OF Campaign-Record.

              select devfile assign dynamic ws-path-devfile
              organization indexed
              access dynamic
              file status file-status
              record key Dev-ID OF Dev-Record.

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

       fd campaignfile.
       copy "campaignrec.cpy".

       fd devfile.
       copy "devrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-cm-id pic x(10) value spaces.
       01 ws-cm-name pic x(30) value spaces.
       01 ws-cm-branch pic x(3) value spaces.
       01 ws-cm-dev-id pic x(10) value spaces.
       01 ws-cm-property-id pic x(10) value spaces.
       01 ws-cm-channel pic x(1) value spaces.
         88 valid-cm-channel value "P" "p" "E" "e" "S" "s".
       01 ws-cm-cust-type pic x(1) value spaces.
         88 valid-cm-cust-type value " " "V" "v" "L" "l" "A" "a".
       01 ws-cm-area pic x(4) value spaces.
       01 ws-cm-req-price pic ZZZ,ZZZ,ZZZ.ZZ value spaces.
       01 ws-cm-req-price-num pic 9(9)v99 value zero.
       01 ws-cm-req-type pic x(1) value spaces.
         88 valid-cm-req-type value " " "D" "d" "S" "s" "T" "t"
           "F" "f" "B" "b".
       01 ws-cm-contact-from pic x(8) value spaces.
       01 ws-cm-contact-to pic x(8) value spaces.
       01 ws-cm-message-1 pic x(60) value spaces.
       01 ws-cm-message-2 pic x(60) value spaces.
       01 ws-cm-status-text pic x(12) value spaces.
       01 ws-cm-status pic x(1) value spaces.
       01 ws-cm-sent-date pic x(8) value spaces.
       01 ws-cm-resp-date pic x(8) value spaces.
       01 ws-cm-selected pic ZZZZ9 value zero.
       01 ws-cm-no-consent pic ZZZZ9 value zero.
       01 ws-cm-sent-count pic ZZZZ9 value zero.
       01 ws-cm-resp-enquiries pic ZZZZ9 value zero.
       01 ws-cm-resp-appraisals pic ZZZZ9 value zero.
       01 ws-cm-resp-viewings pic ZZZZ9 value zero.
       01 ws-cm-date-num pic 9(8) value zero.

       01 ws-new-campaign PIC X(1) value "N".
         88 new-campaign value "Y" "y".
       01 ws-save-changes PIC X(1) value "N".
         88 save-changes value "Y" "y".
       01 ws-release-campaign PIC X(1) value "N".
         88 release-campaign value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-error pic x(70) VALUE spaces.

       copy "system-date-variables.cpy".

       copy "session-timeout-variables.cpy".

       copy "session-record.cpy".

       01 ws-done pic x(1) value "0".
         88 done value "1".

       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 ws-cm-found pic x(1) value "N".
         88 cm-found value "Y".

       01 file-status pic xx.
       01 ws-path-campaignfile pic x(60) value spaces.
       01 ws-path-devfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       Screen section.

       01 Campaign-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  MARKETING CAMPAIGNS
         03 foreground-color 14 line 2 col 2 value
           "MARKETING CAMPAIGNS".
         03 line 4 col 2 value "New campaign?:    [".
         03 pic x(1) using ws-new-campaign highlight prompt " ".
         03 value "]".
         03 line 4 col 35 value "Campaign no: [".
         03 pic x(10) using ws-cm-id highlight prompt " ".
         03 value "]".
         03 line 5 col 2 value "Name:             [".
         03 pic x(30) using ws-cm-name highlight prompt " ".
         03 value "]  Branch: [".
         03 pic x(3) using ws-cm-branch highlight prompt " ".
         03 value "]".
         03 line 6 col 2 value "Development:      [".
         03 pic x(10) using ws-cm-dev-id highlight prompt " ".
         03 value "]  Property: [".
         03 pic x(10) using ws-cm-property-id highlight prompt " ".
         03 value "]".
         03 line 7 col 2 value "Channel:          [".
         03 pic x(1) using ws-cm-channel highlight prompt " ".
         03 value "]   P=Letter E=Email S=SMS".
         03 line 9 col 2 value "Audience - blank means any".
         03 line 10 col 2 value "Customer type:    [".
         03 pic x(1) using ws-cm-cust-type highlight prompt " ".
         03 value "]   V=Vendor L=Landlord A=Applicant".
         03 line 11 col 2 value "Postcode area:    [".
         03 pic x(4) using ws-cm-area highlight prompt " ".
         03 value "]   Their postcode, or an applicant's areas".
         03 line 12 col 2 value "Applicants for:   [".
         03 pic ZZZ,ZZZ,ZZZ.ZZ using ws-cm-req-price highlight
           prompt " ".
         03 value "]  Type: [".
         03 pic x(1) using ws-cm-req-type highlight prompt " ".
         03 value "]".
         03 line 13 col 2 value "Last contact from:[".
         03 pic x(8) using ws-cm-contact-from highlight prompt " ".
         03 value "]  to: [".
         03 pic x(8) using ws-cm-contact-to highlight prompt " ".
         03 value "]   YYYYMMDD".
         03 line 14 col 2 value "Message:          [".
         03 pic x(60) using ws-cm-message-1 highlight prompt " ".
         03 value "]".
         03 line 15 col 2 value "                  [".
         03 pic x(60) using ws-cm-message-2 highlight prompt " ".
         03 value "]".
         03 line 16 col 2 value "Save changes?:    [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
         03 line 16 col 35 value "Release to send?: [".
         03 pic x(1) using ws-release-campaign highlight prompt " ".
         03 value "]".
         03 line 18 col 2 value "Status: ".
         03 pic x(12) from ws-cm-status-text.
         03 value " Sent: ".
         03 pic x(8) from ws-cm-sent-date.
         03 value "  Selected ".
         03 pic ZZZZ9 from ws-cm-selected.
         03 value "  No consent ".
         03 pic ZZZZ9 from ws-cm-no-consent.
         03 line 19 col 2 value "Sent ".
         03 pic ZZZZ9 from ws-cm-sent-count.
         03 value "  Responses: enquiries ".
         03 pic ZZZZ9 from ws-cm-resp-enquiries.
         03 value " appraisals ".
         03 pic ZZZZ9 from ws-cm-resp-appraisals.
         03 value " viewings ".
         03 pic ZZZZ9 from ws-cm-resp-viewings.
         03 line 20 col 2 value "Responses counted: ".
         03 pic x(8) from ws-cm-resp-date.
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

       p110-resolve-file-paths.
           accept ws-data-dir from environment "TPM_DATA_DIR"
           if ws-data-dir equal spaces
               move "C:\gagodata\tpm\" to ws-data-dir
           end-if
           string function trim (ws-data-dir) "campaigns.dat"
             delimited by size into ws-path-campaignfile
           string function trim (ws-data-dir) "developments.dat"
             delimited by size into ws-path-devfile
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
           display Campaign-screen
           accept Campaign-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done
               evaluate TRUE
                   when new-campaign
                       perform p220-blank-fields
                       move "N" to ws-new-campaign
                       move ws-session-branch to ws-cm-branch
                       move
                         "Key the campaign and save - a number is"
                         & " given on the first save." to ws-error
                   when save-changes or release-campaign
                       perform p250-save-campaign
                       move "N" to ws-save-changes
                       move "N" to ws-release-campaign
                   when ws-cm-id not equal spaces
                       perform p240-read-campaign
                   when other
                       continue
               end-evaluate
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p220-blank-fields.
           move spaces to ws-cm-id ws-cm-name ws-cm-branch
             ws-cm-dev-id ws-cm-property-id ws-cm-channel
             ws-cm-cust-type ws-cm-area ws-cm-req-type
             ws-cm-contact-from ws-cm-contact-to ws-cm-message-1
             ws-cm-message-2 ws-cm-status ws-cm-status-text
             ws-cm-sent-date ws-cm-resp-date
           move zero to ws-cm-req-price ws-cm-selected
             ws-cm-no-consent ws-cm-sent-count ws-cm-resp-enquiries
             ws-cm-resp-appraisals ws-cm-resp-viewings
           move "N" to ws-cm-found.

       p240-read-campaign.
           move "N" to ws-cm-found
           if function trim (ws-cm-id) is not numeric
               move "Campaign reference invalid." to ws-error
               exit paragraph
           end-if
           move function trim (ws-cm-id) to ws-numeric-reference
           move ws-numeric-reference to ws-cm-id
           move "0" to invalid-data
           open input campaignfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-cm-id to Campaign-ID
           read campaignfile
               invalid key
                   move "1" to invalid-data
           end-read
           close campaignfile
           if key-not-found
               move "Campaign not found." to ws-error
               exit paragraph
           end-if
           move "Y" to ws-cm-found
           move Campaign-Name to ws-cm-name
           move Campaign-Branch to ws-cm-branch
           move Campaign-Dev-ID to ws-cm-dev-id
           move Campaign-Property-ID to ws-cm-property-id
           move Campaign-Channel to ws-cm-channel
           move Campaign-Cust-Type to ws-cm-cust-type
           move Campaign-Area to ws-cm-area
           move Campaign-Req-Price to ws-cm-req-price
           move Campaign-Req-Type to ws-cm-req-type
           move Campaign-Contact-From to ws-cm-contact-from
           move Campaign-Contact-To to ws-cm-contact-to
           move Campaign-Message-1 to ws-cm-message-1
           move Campaign-Message-2 to ws-cm-message-2
           move Campaign-Status to ws-cm-status
           move Campaign-Sent-Date to ws-cm-sent-date
           move Campaign-Selected to ws-cm-selected
           move Campaign-No-Consent to ws-cm-no-consent
           move Campaign-Sent-Count to ws-cm-sent-count
           move Campaign-Resp-Enquiries to ws-cm-resp-enquiries
           move Campaign-Resp-Appraisals to ws-cm-resp-appraisals
           move Campaign-Resp-Viewings to ws-cm-resp-viewings
           move Campaign-Resp-Date to ws-cm-resp-date
           perform p245-status-text
           move "Campaign retrieved." to ws-error.

       p245-status-text.
           evaluate ws-cm-status
               when "D"
                   move "Draft" to ws-cm-status-text
               when "R"
                   move "Released" to ws-cm-status-text
               when "S"
                   move "Sent" to ws-cm-status-text
               when other
                   move spaces to ws-cm-status-text
           end-evaluate.

       p250-save-campaign.

      *  A SENT CAMPAIGN IS THE RECORD OF WHAT WENT OUT AND TO WHOM,
      *  SO IT IS NEVER CHANGED AFTERWARDS. A RELEASED ONE CAN STILL
      *  BE CORRECTED UNTIL THE RUN PICKS IT UP.
           if ws-cm-id not equal spaces
               perform p255-check-campaign
               if not cm-found
                   move "Campaign not found - key New to start one."
                     to ws-error
                   exit paragraph
               end-if
               if ws-cm-status equal "S"
                   move "Campaign already sent - it can no longer"
                     & " change." to ws-error
                   exit paragraph
               end-if
           end-if
           perform p260-check-fields
           if ws-error not equal spaces
               exit paragraph
           end-if

           open i-o campaignfile
           if file-status = "35"
               close campaignfile
               open output campaignfile
               close campaignfile
               open i-o campaignfile
           end-if
           if cm-found
               move ws-cm-id to Campaign-ID
               read campaignfile
                   invalid key
                       continue
               end-read
               move "UPDATE" to ws-audit-action
           else
               perform p270-generate-reference
               move ws-next-reference to ws-cm-id
               move spaces to Campaign-Record
               move ws-cm-id to Campaign-ID
               move "D" to Campaign-Status
               move ws-system-date(1:8) to Campaign-Created
               move ws-session-user-id to Campaign-Created-By
               move zero to Campaign-Selected Campaign-No-Consent
                 Campaign-Sent-Count Campaign-Resp-Enquiries
                 Campaign-Resp-Appraisals Campaign-Resp-Viewings
               move "CREATE" to ws-audit-action
           end-if
           move ws-cm-name to Campaign-Name
           move function upper-case (ws-cm-branch) to
             Campaign-Branch
           move ws-cm-dev-id to Campaign-Dev-ID
           move ws-cm-property-id to Campaign-Property-ID
           move function upper-case (ws-cm-channel) to
             Campaign-Channel
           move function upper-case (ws-cm-cust-type) to
             Campaign-Cust-Type
           move function upper-case (ws-cm-area) to Campaign-Area
           move ws-cm-req-price-num to Campaign-Req-Price
           move function upper-case (ws-cm-req-type) to
             Campaign-Req-Type
           move ws-cm-contact-from to Campaign-Contact-From
           move ws-cm-contact-to to Campaign-Contact-To
           move ws-cm-message-1 to Campaign-Message-1
           move ws-cm-message-2 to Campaign-Message-2
           if release-campaign
               move "R" to Campaign-Status
               move "RELEASE" to ws-audit-action
           end-if
           if cm-found
               rewrite Campaign-Record
                   invalid key
                       continue
               end-rewrite
           else
               write Campaign-Record
                   invalid key
                       continue
               end-write
           end-if
           close campaignfile
           move "Y" to ws-cm-found
           move Campaign-Status to ws-cm-status
           perform p245-status-text

           move "CAMPAIGN" to ws-audit-type
           move ws-cm-id to ws-audit-key
           perform p900-write-audit

           if release-campaign
               move "Campaign released - it goes out on tonight's"
                 & " run." to ws-error
           else
               move "Campaign saved as a draft." to ws-error
               if ws-cm-status equal "R"
                   move "Campaign saved - still released for"
                     & " tonight's run." to ws-error
               end-if
           end-if.

       p255-check-campaign.
           move "N" to ws-cm-found
           if function trim (ws-cm-id) is not numeric
               exit paragraph
           end-if
           move function trim (ws-cm-id) to ws-numeric-reference
           move ws-numeric-reference to ws-cm-id
           move "0" to invalid-data
           open input campaignfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-cm-id to Campaign-ID
           read campaignfile
               invalid key
                   move "1" to invalid-data
           end-read
           close campaignfile
           if not key-not-found
               move "Y" to ws-cm-found
               move Campaign-Status to ws-cm-status
           end-if.

       p260-check-fields.
           move spaces to ws-error
           move ws-cm-req-price to ws-cm-req-price-num
           if ws-cm-name equal spaces
               move "Key a name for the campaign." to ws-error
               exit paragraph
           end-if
           if not valid-cm-channel
               move "Channel must be P, E or S." to ws-error
               exit paragraph
           end-if
           if not valid-cm-cust-type
               move "Customer type must be V, L, A or blank." to
                 ws-error
               exit paragraph
           end-if
           if not valid-cm-req-type
               move "Property type must be D, S, T, F, B or"
                 & " blank." to ws-error
               exit paragraph
           end-if
           if (ws-cm-req-price-num not equal zero or
             ws-cm-req-type not equal spaces) and
             function upper-case (ws-cm-cust-type) not equal "A"
             and ws-cm-cust-type not equal spaces
               move "A price or type only applies to applicants."
                 to ws-error
               exit paragraph
           end-if
           if ws-cm-contact-from not equal spaces
               move ws-cm-contact-from to ws-cm-date-num
               if ws-cm-contact-from is not numeric or
                 function test-date-yyyymmdd (ws-cm-date-num)
                 not equal zero
                   move "Key the contact dates as YYYYMMDD." to
                     ws-error
                   exit paragraph
               end-if
           end-if
           if ws-cm-contact-to not equal spaces
               move ws-cm-contact-to to ws-cm-date-num
               if ws-cm-contact-to is not numeric or
                 function test-date-yyyymmdd (ws-cm-date-num)
                 not equal zero
                   move "Key the contact dates as YYYYMMDD." to
                     ws-error
                   exit paragraph
               end-if
           end-if
           if ws-cm-contact-from not equal spaces and
             ws-cm-contact-to not equal spaces and
             ws-cm-contact-from greater than ws-cm-contact-to
               move "Contact from date is after the to date." to
                 ws-error
               exit paragraph
           end-if
           if release-campaign and ws-cm-message-1 equal spaces
               move "Key the message before releasing." to ws-error
               exit paragraph
           end-if
           if ws-cm-dev-id not equal spaces
               perform p280-check-development
               if ws-error not equal spaces
                   exit paragraph
               end-if
           end-if
           if ws-cm-property-id not equal spaces
               perform p285-check-property
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
           move "CAMPAIGN  " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "CAMPAIGN  " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-next-reference.

       p280-check-development.
           if function trim (ws-cm-dev-id) is numeric
               move function trim (ws-cm-dev-id) to
                 ws-numeric-reference
               move ws-numeric-reference to ws-cm-dev-id
           end-if
           move "0" to invalid-data
           open input devfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-cm-dev-id to Dev-ID
           read devfile
               invalid key
                   move "1" to invalid-data
           end-read
           close devfile
           if key-not-found
               move "Development not found." to ws-error
           end-if.

       p285-check-property.
           if function trim (ws-cm-property-id) is numeric
               move function trim (ws-cm-property-id) to
                 ws-numeric-reference
               move ws-numeric-reference to ws-cm-property-id
           end-if
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-cm-property-id to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if key-not-found
               move "Property not found." to ws-error
           end-if.

       p300-end.

           copy "menuoption.cpy".

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE CAMPAIGN JUST
      *  CREATED, CHANGED OR RELEASED - WHO DID IT, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       end program 216Camp.
