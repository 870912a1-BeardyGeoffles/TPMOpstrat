      *  SCREEN SHOWS EVERYTHING KEYED TO EACH SIDE BY SIDE;
      *  MERGING RE-POINTS THE DUPLICATE'S BOOKINGS, OFFERS,
      *  PROPERTIES, REFERRALS, ENQUIRIES, TENANCIES, MONIES,
      *  CLIENT LEDGER, GUARANTEES, AGENCY AGREEMENTS, CREDIT NOTES,
      *  DEPOSIT DISPUTES, NON-RESIDENT TAX, SURVEYS, CONTACTS,
      *  REQUIREMENTS, CAMPAIGN SENDS AND SCREENING MATCHES TO THE
      *  SURVIVOR (A DUPLICATE REQUIREMENTS, CAMPAIGN SEND OR
      *  MATCH ROW IS ARCHIVED WHEN THE SURVIVOR ALREADY HAS ONE,
      *  AND THE SURVIVOR'S SCREENING STATUS IS WORKED OUT AGAIN
      *  FROM ITS MATCHES), ARCHIVES THE DUPLICATE'S
      *  CUSTOMER RECORD, DELETES IT, AND WRITES THE WHOLE
      *  OPERATION TO THE AUDIT TRAIL. ERASURE REQUESTS ARE HARD TO
      *  HONOUR WHEN ONE PERSON'S RECORDS LIVE UNDER TWO NUMBERS.
      *  A DRY RUN LISTS EVERY RECORD THE MERGE WOULD RE-POINT,
      *  ARCHIVE OR DELETE ON A CATALOGUED REPORT WITHOUT CHANGING
      *  ANYTHING; QUOTING ITS TOKEN ON THE LIVE MERGE APPLIES
      *  EXACTLY THAT LIST OR NOTHING AT ALL.

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

              select guarfile assign dynamic ws-path-guarfile
              organization indexed
              access dynamic
              file status file-status
              record key Guar-ID OF Guar-Record.

              select agreefile assign dynamic ws-path-agreefile
              organization indexed
              access dynamic
              file status file-status
              record key Agree-Property-ID OF Agree-Record.

              select crnotefile assign dynamic ws-path-crnotefile
              organization indexed
              access dynamic
              file status file-status
              record key Crnote-ID OF Crnote-Record
              alternate record key Crnote-Invoice-ID OF
                Crnote-Record with duplicates.

              select disputefile assign dynamic
                ws-path-disputefile
              organization indexed
              access dynamic
              file status file-status
              record key Dispute-Tenancy-ID OF Dispute-Record.

              select nrltaxfile assign dynamic ws-path-nrltaxfile
              organization indexed
              access dynamic
              file status file-status
              record key Nrl-ID OF Nrl-Record.

              select campsendfile assign dynamic ws-path-campsendfile
              organization indexed
              access dynamic
              file status file-status
              record key Campsend-Key OF Campsend-Record.

              select sanhitfile assign dynamic ws-path-sanhitfile
              organization indexed
              access dynamic
              file status file-status
              record key Sanhit-Key OF Sanhit-Record.

              select surveyfile assign dynamic ws-path-surveyfile
              organization indexed
              access dynamic
              file status file-status
              record key Survey-ID OF Survey-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select reportcatfile assign dynamic
                ws-path-reportcatfile
              organization indexed
              access dynamic
              file status file-status
              record key Cat-ID OF Cat-Record.

              select simtokfile assign dynamic ws-path-simtokfile
              organization indexed
              access dynamic
              file status file-status
              record key Simtok-ID OF Simtok-Record.

              select simrptfile assign dynamic ws-path-simrptfile
              organization line sequential
              file status file-status.

       data division.

       file section.
       fd jrnlfile.
       copy "jrnlrec.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd guarfile.
       copy "guarantorrec.cpy".

       fd agreefile.
       copy "agreementrec.cpy".

       fd crnotefile.
       copy "crnoterec.cpy".

       fd disputefile.
       copy "disputerec.cpy".

       fd nrltaxfile.
       copy "nrltaxrec.cpy".

       fd campsendfile.
       copy "campsendrec.cpy".

       fd sanhitfile.
       copy "sanchitrec.cpy".

       fd surveyfile.
       copy "surveyrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd reportcatfile.
       copy "reportcatrec.cpy".

       fd simtokfile.
       copy "simtokenrec.cpy".

       fd simrptfile.
       copy "simrptrec.cpy".

       working-storage section.

       01 ws-survivor-id pic x(10) value spaces.
       01 ws-path-contactfile pic x(60) value spaces.
       01 ws-path-archivefile pic x(60) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-reportcatfile pic x(60) value spaces.
       01 ws-path-guarfile pic x(60) value spaces.
       01 ws-path-agreefile pic x(60) value spaces.
       01 ws-path-crnotefile pic x(60) value spaces.
       01 ws-path-disputefile pic x(60) value spaces.
       01 ws-path-nrltaxfile pic x(60) value spaces.
       01 ws-path-campsendfile pic x(60) value spaces.
       01 ws-path-sanhitfile pic x(60) value spaces.
       01 ws-path-surveyfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.


       copy "journal-variables.cpy".

       copy "sim-run-variables.cpy".

      *  SIDE-BY-SIDE COUNTS OF EVERYTHING KEYED TO EACH CUSTOMER.
       01 ws-surv-counts.
         03 ws-surv-bookings pic 9(4) value zero.
       01 ws-cnt-enquiries pic 9(4) value zero.
       01 ws-cnt-tenancies pic 9(4) value zero.
       01 ws-cnt-reqs pic 9(4) value zero.
       01 ws-req-hold pic x(160) value spaces.
       01 ws-moved-count pic 9(5) value zero.
       01 ws-moved-disp pic ZZZZ9 value zero.
       01 ws-repoint-type pic x(10) value spaces.
       01 ws-repoint-key pic x(10) value spaces.

      *  ROWS KEYED ON THE CUSTOMER AND SOMETHING ELSE ARE HELD
      *  WHILE THEY ARE RE-KEYED UNDER THE SURVIVOR.
       01 ws-rekey-hold pic x(200) value spaces.
       01 ws-rekey-eof pic x(1) value "0".
         88 rekey-eof value "1".
       01 ws-rekey-type pic x(10) value spaces.
       01 ws-rekey-second pic x(12) value spaces.
       01 ws-hit-confirmed pic x(1) value "N".
         88 hit-was-confirmed value "Y".
       01 ws-hit-status pic x(1) value spaces.
       01 ws-hit-reviewer pic x(10) value spaces.
       01 ws-hit-reviewed pic x(8) value spaces.
       01 ws-hit-note pic x(40) value spaces.
       01 ws-hits-moved pic 9(4) value zero.
       01 ws-hits-pending pic 9(4) value zero.
       01 ws-hits-confirmed pic 9(4) value zero.
       01 ws-hits-any pic 9(4) value zero.

       Screen section.

         03 pic x(1) using ws-do-merge highlight prompt " ".
         03 value "]  Re-points everything, archives and deletes".
         03 line 16 col 15 value "the duplicate.".
         03 line 17 col 2 value "Dry run?:   [".
         03 pic x(1) using ws-sim-request highlight prompt " ".
         03 value "]  Token: [".
         03 pic x(10) using ws-sim-token-in highlight prompt " ".
         03 value "]  Lists the changes without making them.".
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".
             delimited by size into ws-path-archivefile
           string function trim (ws-data-dir) "journal.log"
             delimited by size into ws-path-jrnlfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "guarantors.dat"
             delimited by size into ws-path-guarfile
           string function trim (ws-data-dir) "agreements.dat"
             delimited by size into ws-path-agreefile
           string function trim (ws-data-dir) "creditnotes.dat"
             delimited by size into ws-path-crnotefile
           string function trim (ws-data-dir) "disputes.dat"
             delimited by size into ws-path-disputefile
           string function trim (ws-data-dir) "nrltax.dat"
             delimited by size into ws-path-nrltaxfile
           string function trim (ws-data-dir) "campsend.dat"
             delimited by size into ws-path-campsendfile
           string function trim (ws-data-dir) "sanchits.dat"
             delimited by size into ws-path-sanhitfile
           string function trim (ws-data-dir) "surveys.dat"
             delimited by size into ws-path-surveyfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "reportcat.dat"
             delimited by size into ws-path-reportcatfile.

       p200-process.
           perform p210-getsystemdate
               move "1" to ws-done
               exit
           end-if
           if not done and (do-merge or sim-requested)
               perform p500-merge-customers
               move "N" to ws-do-merge
               move "N" to ws-sim-request
               move spaces to ws-sim-token-in
           end-if.

           copy "get-system-date.cpy".
               exit paragraph
           end-if

           move "MERGE" to ws-sim-job
           move spaces to ws-sim-params
           string function trim (ws-survivor-id) "<"
             function trim (ws-duplicate-id)
             delimited by size into ws-sim-params
           perform p858-run-or-simulate
           if ws-sim-message not equal spaces
               move ws-sim-message to ws-error
           end-if.

       p540-apply-merge.

      *  RE-POINTS, ARCHIVES AND DELETES. ON A DRY RUN THE FILES ARE
      *  ONLY READ AND EACH CHANGE GOES ON THE DRY RUN REPORT.
           move zero to ws-moved-count
           perform p550-repoint-bookings
           perform p555-repoint-offers
           perform p570-repoint-enquiries
           perform p575-repoint-tenancies
           perform p580-repoint-monies
           perform p582-repoint-client-ledger
           perform p583-repoint-guarantors
           perform p584-repoint-agreements
           perform p586-repoint-credit-notes
           perform p588-repoint-disputes
           perform p589-repoint-nrl-tax
           perform p591-repoint-surveys
           perform p585-repoint-contacts
           perform p587-merge-requirements
           perform p592-rekey-campaign-sends
           perform p593-rekey-sanctions-hits
           perform p590-archive-and-delete-duplicate
           if sim-mode
               exit paragraph
           end-if

           move "CUSTOMER" to ws-audit-type
           move ws-duplicate-id to ws-audit-key

       p550-repoint-bookings.
           move "0" to end-of-file
           if sim-mode
               open input BookingFile
           else
               open i-o BookingFile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
                   not at end
                       if Customer-ID of Booking-Record equal
                         ws-duplicate-id
                           if sim-mode
                               move "BOOKING" to ws-repoint-type
                               move Booking-ID of Booking-Record to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Customer-ID of Booking-Record
                               rewrite Booking-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                               move "BOOKINGS" to ws-jrnl-file
                               move "R" to ws-jrnl-action
                               move Booking-ID of Booking-Record to
                                 ws-jrnl-key
                               move Booking-Record to ws-jrnl-data
                               perform p906-write-journal
                           end-if
                       end-if
               end-read
           end-perform

       p555-repoint-offers.
           move "0" to end-of-file
           if sim-mode
               open input offerfile
           else
               open i-o offerfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
                   not at end
                       if Offer-Customer-ID of Offer-Record equal
                         ws-duplicate-id
                           if sim-mode
                               move "OFFER" to ws-repoint-type
                               move Offer-ID of Offer-Record to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Offer-Customer-ID of Offer-Record
                               rewrite Offer-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform

       p560-repoint-properties.
           move "0" to end-of-file
           if sim-mode
               open input PropertyFile
           else
               open i-o PropertyFile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
                         ws-duplicate-id or
                         Second-Customer-ID of Property-Record
                         equal ws-duplicate-id
                           if sim-mode
                               move "PROPERTY" to ws-repoint-type
                               move Property-ID of Property-Record to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               if Customer-ID of Property-Record equal
                                 ws-duplicate-id
                                   move ws-survivor-id to
                                     Customer-ID of Property-Record
                               end-if
                               if Second-Customer-ID of
                                 Property-Record equal
                                 ws-duplicate-id
                                   move ws-survivor-id to
                                     Second-Customer-ID of
                                     Property-Record
                               end-if
                               rewrite Property-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                               move "PROPERTIES" to ws-jrnl-file
                               move "R" to ws-jrnl-action
                               move Property-ID of Property-Record to
                                 ws-jrnl-key
                               move Property-Record to ws-jrnl-data
                               perform p906-write-journal
                           end-if
                       end-if
               end-read
           end-perform

       p565-repoint-referrals.
           move "0" to end-of-file
           if sim-mode
               open input referralfile
           else
               open i-o referralfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
                   not at end
                       if Referral-Customer-ID of Referral-Record
                         equal ws-duplicate-id
                           if sim-mode
                               move "REFERRAL" to ws-repoint-type
                               move Referral-ID of Referral-Record to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Referral-Customer-ID of
                                 Referral-Record
                               rewrite Referral-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform

       p570-repoint-enquiries.
           move "0" to end-of-file
           if sim-mode
               open input enquiryfile
           else
               open i-o enquiryfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
                   not at end
                       if Enquiry-Cust-ID of Enquiry-Record equal
                         ws-duplicate-id
                           if sim-mode
                               move "ENQUIRY" to ws-repoint-type
                               move Enquiry-ID of Enquiry-Record to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Enquiry-Cust-ID of Enquiry-Record
                               rewrite Enquiry-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform

       p575-repoint-tenancies.
           move "0" to end-of-file
           if sim-mode
               open input tenancyfile
           else
               open i-o tenancyfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
                   not at end
                       if Tenancy-Tenant-ID of Tenancy-Record
                         equal ws-duplicate-id
                           if sim-mode
                               move "TENANCY" to ws-repoint-type
                               move Tenancy-ID of Tenancy-Record to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Tenancy-Tenant-ID of Tenancy-Record
                               rewrite Tenancy-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform

       p580-repoint-monies.
           move "0" to end-of-file
           if sim-mode
               open input moniesfile
           else
               open i-o moniesfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
                   not at end
                       if Monies-Customer-ID of Monies-Record
                         equal ws-duplicate-id
                           if sim-mode
                               move "MONIES" to ws-repoint-type
                               move Monies-ID of Monies-Record to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Monies-Customer-ID of Monies-Record
                               rewrite Monies-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform
           close moniesfile.

       p582-repoint-client-ledger.

      *  THE DUPLICATE'S CLIENT MONEY MOVEMENTS FOLLOW THEIR
      *  RECEIPTS, SO THE SURVIVOR'S BALANCE IS THE WHOLE BALANCE.
           move "0" to end-of-file
           if sim-mode
               open input cledfile
           else
               open i-o cledfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read cledfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Cled-Client-ID equal ws-duplicate-id
                           if sim-mode
                               move "CLIENTLED" to ws-repoint-type
                               move Cled-ID to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to Cled-Client-ID
                               rewrite Cled-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform
           close cledfile.

       p583-repoint-guarantors.

      *  A GUARANTEE FOLLOWS THE PERSON, SO THE RENT INCREASE AND
      *  ARREARS LETTERS STILL REACH A CUSTOMER WHO EXISTS.
           move "0" to end-of-file
           if sim-mode
               open input guarfile
           else
               open i-o guarfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read guarfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Guar-Cust-ID equal ws-duplicate-id
                           if sim-mode
                               move "GUARANTOR" to ws-repoint-type
                               move Guar-ID to ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to Guar-Cust-ID
                               rewrite Guar-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform
           close guarfile.

       p584-repoint-agreements.

      *  THE SIGNED AGENCY AGREEMENT MOVES WITH THE PROPERTY, SO
      *  THE SURVIVOR'S LISTINGS ARE NOT HELD BACK FOR WANT OF ONE.
           move "0" to end-of-file
           if sim-mode
               open input agreefile
           else
               open i-o agreefile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read agreefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Agree-Customer-ID equal ws-duplicate-id
                           if sim-mode
                               move "AGREEMENT" to ws-repoint-type
                               move Agree-Property-ID to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Agree-Customer-ID
                               rewrite Agree-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform
           close agreefile.

       p586-repoint-credit-notes.
           move "0" to end-of-file
           if sim-mode
               open input crnotefile
           else
               open i-o crnotefile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read crnotefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Crnote-Customer-ID equal ws-duplicate-id
                           if sim-mode
                               move "CREDITNOTE" to ws-repoint-type
                               move Crnote-ID to ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Crnote-Customer-ID
                               rewrite Crnote-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform
           close crnotefile.

       p588-repoint-disputes.
           move "0" to end-of-file
           if sim-mode
               open input disputefile
           else
               open i-o disputefile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read disputefile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Dispute-Tenant-ID equal ws-duplicate-id
                           if sim-mode
                               move "DISPUTE" to ws-repoint-type
                               move Dispute-Tenancy-ID to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Dispute-Tenant-ID
                               rewrite Dispute-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform
           close disputefile.

       p589-repoint-nrl-tax.

      *  TAX HELD FOR A NON-RESIDENT LANDLORD GOES ON THE
      *  SURVIVOR'S RETURN AND ANNUAL CERTIFICATE.
           move "0" to end-of-file
           if sim-mode
               open input nrltaxfile
           else
               open i-o nrltaxfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read nrltaxfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Nrl-Landlord-ID equal ws-duplicate-id
                           if sim-mode
                               move "NRLTAX" to ws-repoint-type
                               move Nrl-ID to ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Nrl-Landlord-ID
                               rewrite Nrl-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform
           close nrltaxfile.

       p591-repoint-surveys.
           move "0" to end-of-file
           if sim-mode
               open input surveyfile
           else
               open i-o surveyfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read surveyfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Survey-Cust-ID equal ws-duplicate-id
                           if sim-mode
                               move "SURVEY" to ws-repoint-type
                               move Survey-ID to ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to Survey-Cust-ID
                               rewrite Survey-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform
           close surveyfile.

       p592-rekey-campaign-sends.

      *  CAMPAIGN SENDS ARE KEYED ON THE CUSTOMER AND THE CAMPAIGN,
      *  SO EACH OF THE DUPLICATE'S ROWS IS DELETED AND WRITTEN
      *  AGAIN UNDER THE SURVIVOR. WHERE THE SURVIVOR WAS SENT THE
      *  SAME CAMPAIGN ITS OWN ROW STANDS AND THE DUPLICATE'S IS
      *  ARCHIVED. THE FILE IS RE-POSITIONED AFTER EVERY ROW, AS
      *  LOOKING UP THE SURVIVOR'S KEY MOVES IT.
           move "0" to ws-rekey-eof
           if sim-mode
               open input campsendfile
           else
               open i-o campsendfile
           end-if
           if file-status = "35"
               close campsendfile
               exit paragraph
           end-if
           move ws-duplicate-id to Campsend-Cust-ID
           move low-values to Campsend-Campaign-ID
           start campsendfile key is not less than Campsend-Key
               invalid key
                   move "1" to ws-rekey-eof
           end-start
           perform until rekey-eof
               read campsendfile next record
                   at end
                       move "1" to ws-rekey-eof
                   not at end
                       if Campsend-Cust-ID not equal ws-duplicate-id
                           move "1" to ws-rekey-eof
                       else
                           perform p598-rekey-one-campaign-send
                       end-if
               end-read
           end-perform
           close campsendfile.

       p598-rekey-one-campaign-send.
           move Campsend-Record to ws-rekey-hold
           move Campsend-Campaign-ID to ws-rekey-second
           move "CAMPSEND" to ws-rekey-type
           move "0" to invalid-data
           move ws-survivor-id to Campsend-Cust-ID
           move ws-rekey-second to Campsend-Campaign-ID
           read campsendfile
               invalid key
                   move "1" to invalid-data
           end-read
           if sim-mode
               perform p597-note-rekey
           else
               move ws-rekey-hold to Campsend-Record
               delete campsendfile record
                   invalid key
                       continue
               end-delete
               if key-not-found
                   move ws-rekey-hold to Campsend-Record
                   move ws-survivor-id to Campsend-Cust-ID
                   write Campsend-Record
                       invalid key
                           continue
                   end-write
                   add 1 to ws-moved-count
               else
                   perform p596-archive-rekey-hold
               end-if
           end-if
           move ws-duplicate-id to Campsend-Cust-ID
           move ws-rekey-second to Campsend-Campaign-ID
           start campsendfile key is greater than Campsend-Key
               invalid key
                   move "1" to ws-rekey-eof
           end-start.

       p593-rekey-sanctions-hits.

      *  SCREENING MATCHES ARE KEYED ON THE CUSTOMER AND THE LIST
      *  ENTRY AND ARE RE-KEYED THE SAME WAY. A MATCH THE SURVIVOR
      *  ALREADY HAS STANDS, BUT TAKES THE DUPLICATE'S DECISION
      *  WHEN THAT WAS A CONFIRMATION - A CONFIRMED MATCH IS NEVER
      *  LOST IN A MERGE. THE SURVIVOR'S SCREENING STATUS IS THEN
      *  WORKED OUT AFRESH FROM ITS MATCHES.
           move "0" to ws-rekey-eof
           move zero to ws-hits-moved
           if sim-mode
               open input sanhitfile
           else
               open i-o sanhitfile
           end-if
           if file-status = "35"
               close sanhitfile
               exit paragraph
           end-if
           move ws-duplicate-id to Sanhit-Cust-ID
           move low-values to Sanhit-Entry-ID
           start sanhitfile key is not less than Sanhit-Key
               invalid key
                   move "1" to ws-rekey-eof
           end-start
           perform until rekey-eof
               read sanhitfile next record
                   at end
                       move "1" to ws-rekey-eof
                   not at end
                       if Sanhit-Cust-ID not equal ws-duplicate-id
                           move "1" to ws-rekey-eof
                       else
                           perform p599-rekey-one-hit
                       end-if
               end-read
           end-perform
           if not sim-mode and ws-hits-moved greater than zero
               perform p594-rederive-survivor-screen
           end-if
           close sanhitfile.

       p599-rekey-one-hit.
           move Sanhit-Record to ws-rekey-hold
           move Sanhit-Entry-ID to ws-rekey-second
           move "SANCHIT" to ws-rekey-type
           move "N" to ws-hit-confirmed
           if sanhit-is-confirmed
               move "Y" to ws-hit-confirmed
               move Sanhit-Status to ws-hit-status
               move Sanhit-Reviewer to ws-hit-reviewer
               move Sanhit-Reviewed to ws-hit-reviewed
               move Sanhit-Note to ws-hit-note
           end-if
           move "0" to invalid-data
           move ws-survivor-id to Sanhit-Cust-ID
           move ws-rekey-second to Sanhit-Entry-ID
           read sanhitfile
               invalid key
                   move "1" to invalid-data
           end-read
           if sim-mode
               perform p597-note-rekey
           else
               if not key-not-found and hit-was-confirmed and
                 not sanhit-is-confirmed
                   move ws-hit-status to Sanhit-Status
                   move ws-hit-reviewer to Sanhit-Reviewer
                   move ws-hit-reviewed to Sanhit-Reviewed
                   move ws-hit-note to Sanhit-Note
                   rewrite Sanhit-Record
                       invalid key
                           continue
                   end-rewrite
               end-if
               move ws-rekey-hold to Sanhit-Record
               delete sanhitfile record
                   invalid key
                       continue
               end-delete
               if key-not-found
                   move ws-rekey-hold to Sanhit-Record
                   move ws-survivor-id to Sanhit-Cust-ID
                   write Sanhit-Record
                       invalid key
                           continue
                   end-write
                   add 1 to ws-moved-count
               else
                   perform p596-archive-rekey-hold
               end-if
               add 1 to ws-hits-moved
           end-if
           move ws-duplicate-id to Sanhit-Cust-ID
           move ws-rekey-second to Sanhit-Entry-ID
           start sanhitfile key is greater than Sanhit-Key
               invalid key
                   move "1" to ws-rekey-eof
           end-start.

       p594-rederive-survivor-screen.

      *  ANY CONFIRMED MATCH IS H, ELSE ANY PENDING IS R, ELSE C -
      *  THE RULE THE SCREENING RUN AND REVIEW SCREEN APPLY.
           move zero to ws-hits-any
           move zero to ws-hits-pending
           move zero to ws-hits-confirmed
           move "0" to ws-rekey-eof
           move ws-survivor-id to Sanhit-Cust-ID
           move low-values to Sanhit-Entry-ID
           start sanhitfile key is not less than Sanhit-Key
               invalid key
                   move "1" to ws-rekey-eof
           end-start
           perform until rekey-eof
               read sanhitfile next record
                   at end
                       move "1" to ws-rekey-eof
                   not at end
                       if Sanhit-Cust-ID not equal ws-survivor-id
                           move "1" to ws-rekey-eof
                       else
                           add 1 to ws-hits-any
                           if sanhit-is-confirmed
                               add 1 to ws-hits-confirmed
                           end-if
                           if sanhit-is-pending
                               add 1 to ws-hits-pending
                           end-if
                       end-if
               end-read
           end-perform
           if ws-hits-any equal zero
               exit paragraph
           end-if
           evaluate TRUE
               when ws-hits-confirmed greater than zero
                   move "H" to ws-hit-status
               when ws-hits-pending greater than zero
                   move "R" to ws-hit-status
               when other
                   move "C" to ws-hit-status
           end-evaluate
           open i-o custfile
           if file-status = "35"
               close custfile
               exit paragraph
           end-if
           move ws-survivor-id to cust-id of custrec
           read custfile
               invalid key
                   close custfile
                   exit paragraph
           end-read
           if cust-screen-status of custrec equal ws-hit-status
               close custfile
               exit paragraph
           end-if
           move ws-hit-status to cust-screen-status of custrec
           rewrite custrec
               invalid key
                   continue
               not invalid key
                   move "CUSTOMERS" to ws-jrnl-file
                   move "R" to ws-jrnl-action
                   move ws-survivor-id to ws-jrnl-key
                   move custrec to ws-jrnl-data
                   perform p906-write-journal
           end-rewrite
           close custfile.

       p596-archive-rekey-hold.

      *  THE DUPLICATE'S ROW GOES TO THE ARCHIVE LOG BEFORE IT IS
      *  DROPPED, AS A DUPLICATE REQUIREMENTS ROW DOES.
           move ws-system-date to Archive-Timestamp
           move ws-session-user-id to Archive-User-ID
           move ws-rekey-type to Archive-Record-Type
           move ws-duplicate-id to Archive-Key-Value
           move ws-rekey-hold to Archive-Data
           open extend archivefile
           if file-status = "35"
               close archivefile
               open output archivefile
               close archivefile
               open extend archivefile
           end-if
           write Archive-Record
           close archivefile
           move ws-rekey-type to ws-audit-type
           move ws-duplicate-id to ws-audit-key
           move "ARCHIVE" to ws-audit-action
           perform p900-write-audit.

       p597-note-rekey.
           move spaces to ws-sim-line
           if key-not-found
               string ws-rekey-type " " ws-duplicate-id "/"
                 ws-rekey-second " CUSTOMER " ws-duplicate-id " -> "
                 ws-survivor-id
                 delimited by size into ws-sim-line
               add 1 to ws-moved-count
           else
               string ws-rekey-type " " ws-duplicate-id "/"
                 ws-rekey-second
                 " ARCHIVED AND DELETED - SURVIVOR HAS ITS OWN"
                 delimited by size into ws-sim-line
           end-if
           perform p862-sim-record.

       p585-repoint-contacts.
           move "0" to end-of-file
           if sim-mode
               open input contactfile
           else
               open i-o contactfile
           end-if
           if file-status = "35"
               move "1" to end-of-file
           end-if
                   not at end
                       if Contact-Cust-ID of Contact-Record equal
                         ws-duplicate-id
                           if sim-mode
                               move "CONTACT" to ws-repoint-type
                               move Contact-ID of Contact-Record to
                                 ws-repoint-key
                               perform p595-note-repoint
                           else
                               move ws-survivor-id to
                                 Contact-Cust-ID of Contact-Record
                               rewrite Contact-Record
                                   invalid key
                                       continue
                               end-rewrite
                               add 1 to ws-moved-count
                           end-if
                       end-if
               end-read
           end-perform
      *  DUPLICATE'S IS ARCHIVED INSTEAD - THE SURVIVOR'S STANDING
      *  SEARCH IS THE ONE THE NEGOTIATORS HAVE BEEN WORKING.
           move "0" to invalid-data
           if sim-mode
               open input reqfile
           else
               open i-o reqfile
           end-if
           if file-status = "35"
               close reqfile
               exit paragraph
               invalid key
                   move "1" to invalid-data
           end-read
           if sim-mode
               move spaces to ws-sim-line
               if key-not-found
                   string "REQS " ws-duplicate-id " CUSTOMER "
                     ws-duplicate-id " -> " ws-survivor-id
                     delimited by size into ws-sim-line
                   add 1 to ws-moved-count
               else
                   string "REQS " ws-duplicate-id
                     " ARCHIVED AND DELETED - SURVIVOR HAS ITS OWN"
                     delimited by size into ws-sim-line
               end-if
               perform p862-sim-record
               close reqfile
               move spaces to ws-req-hold
               exit paragraph
           end-if
           if key-not-found

      *  SURVIVOR HAS NONE - THE DUPLICATE'S ROW MOVES ACROSS.
      *  THE DUPLICATE'S FULL IMAGE GOES TO THE ARCHIVE LOG BEFORE
      *  THE HARD DELETE, SO NOTHING IS EVER LOST.
           move "0" to invalid-data
           if sim-mode
               open input custfile
           else
               open i-o custfile
           end-if
           if file-status = "35"
               move "1" to invalid-data
           end-if
               close custfile
               exit paragraph
           end-if
           if sim-mode
               move spaces to ws-sim-line
               string "CUSTOMER " ws-duplicate-id " "
                 cust-name of custrec " ARCHIVED AND DELETED"
                 delimited by size into ws-sim-line
               perform p862-sim-record
               close custfile
               exit paragraph
           end-if

           move ws-system-date to Archive-Timestamp
           move ws-session-user-id to Archive-User-ID
           move ws-duplicate-id to ws-jrnl-key
           perform p906-write-journal.

       p595-note-repoint.
           move spaces to ws-sim-line
           string ws-repoint-type " " ws-repoint-key " CUSTOMER "
             ws-duplicate-id " -> " ws-survivor-id
             delimited by size into ws-sim-line
           perform p862-sim-record
           add 1 to ws-moved-count.

       p300-end.

           copy "menuoption.cpy".

           copy "write-journal.cpy".

           copy "sim-run.cpy" replacing
             ==:SIMWORK:== by ==p540-apply-merge==.

       end program 535Merge.
