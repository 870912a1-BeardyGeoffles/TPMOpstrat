              alternate record key Customer-ID OF
                Property-Record with duplicates.

              select sanctlistfile assign dynamic
                ws-path-sanctlistfile

              organization indexed

              access dynamic

              file status file-status

              record key Sanct-Entry-ID OF Sanct-Record

              alternate record key Sanct-Surname-Key OF
                Sanct-Record with duplicates.

              select sanhitfile assign dynamic ws-path-sanhitfile

              organization indexed

              access dynamic

              file status file-status

              record key Sanhit-Key OF Sanhit-Record.

              select authfile assign dynamic ws-path-authfile

              organization indexed

              access dynamic

              file status file-status

              record key Auth-Key OF Auth-Record.

              select paffile assign dynamic ws-path-paffile

              organization indexed

              access dynamic

              file status file-status

              record key Paf-Key OF Paf-Record.

              select letterfile assign dynamic ws-path-letterfile

              organization line sequential

       copy "property-record.cpy".

       fd sanctlistfile.

       copy "sanctlistrec.cpy".

       fd sanhitfile.

       copy "sanchitrec.cpy".

       fd authfile.

       copy "authrec.cpy".

       fd paffile.

       copy "pafrec.cpy".

       fd letterfile.

       copy "letterrec.cpy".

         05 ws-cust-account-no PIC X(10) value spaces.

         05 ws-cust-nrl-status PIC X(1) value spaces.

         05 ws-cust-nrl-exempt-ref PIC X(10) value spaces.

         05 ws-cust-nrl-exempt-from PIC X(8) value spaces.

         05 ws-cust-screen-status PIC X(1) value spaces.

         05 ws-cust-screen-date PIC X(8) value spaces.

         05 ws-cust-screen-list PIC X(8) value spaces.

         05 ws-cust-portal-optin PIC X(1) value spaces.

         05 ws-cust-portal-optin-date PIC X(8) value spaces.

         05 ws-cust-bank-control.

           07 ws-cust-bank-pend-sort PIC X(8) value spaces.

           07 ws-cust-bank-pend-account PIC X(10) value spaces.

           07 ws-cust-bank-pend-by PIC X(10) value spaces.

           07 ws-cust-bank-pend-date PIC X(8) value spaces.

           07 ws-cust-bank-old-address1 PIC X(40) value spaces.

           07 ws-cust-bank-old-address2 PIC X(40) value spaces.

           07 ws-cust-bank-old-postcode PIC X(10) value spaces.

           07 ws-cust-bank-keyed-by PIC X(10) value spaces.

           07 ws-cust-bank-approved-by PIC X(10) value spaces.

           07 ws-cust-bank-changed-date PIC X(8) value spaces.

       01 ws-new-customer PIC X(1) value "N".

         88 new-customer value "Y" "y".

         88 valid-postcode value "1".

       01 ws-valid-nrl pic x(1) value "1".

         88 valid-nrl value "1".

       01 ws-pc-outward pic x(4) value spaces.

       01 ws-pc-inward pic x(3) value spaces.

         88 manage-contacts value "Y" "y".

       01 ws-manage-campaigns pic x(1) value "N".

         88 manage-campaigns value "Y" "y".

       01 ws-maintain-reqs pic x(1) value "N".

         88 maintain-reqs value "Y" "y".

         88 manage-appraisals value "Y" "y".

       01 ws-approve-bank pic x(1) value "N".

         88 approve-bank value "Y" "y".

         88 reject-bank value "R" "r".

       01 ws-bank-change-held pic x(1) value "N".

         88 bank-change-held value "Y".

       01 ws-bank-acct-len pic 9(2) value zero.

       01 ws-bank-acct-start pic 9(2) value zero.

       copy "system-date-variables.cpy".

       copy "session-timeout-variables.cpy".

       01 ws-path-letterfile pic x(60) value spaces.

       01 ws-path-sanctlistfile pic x(60) value spaces.

       01 ws-path-sanhitfile pic x(60) value spaces.

       01 ws-path-paffile pic x(60) value spaces.

       01 ws-path-authfile pic x(60) value spaces.

       01 ws-path-commsqfile pic x(60) value spaces.

       01 ws-comms-type pic x(10) value spaces.

       copy "journal-variables.cpy".

       copy "sanctions-screen-variables.cpy".

       copy "paf-lookup-variables.cpy".

       copy "auth-check-variables.cpy".

       01 ws-screen-status-text pic x(20) value spaces.

       01 ws-archive-data pic x(500) value spaces.

       Screen section.


         03 value "]".

         03 line 7 col 2 value "Pending bank:     [".

         03 pic x(8) from ws-cust-bank-pend-sort.

         03 value "] [".

         03 pic x(10) from ws-cust-bank-pend-account.

         03 value "] by ".

         03 pic x(10) from ws-cust-bank-pend-by.

         03 line 7 col 58 value "Approve Y/R:[".

         03 pic x(1) using ws-approve-bank highlight prompt " ".

         03 value "]".

         03 line 8 col 2 value "Customer no:      [".

         03 pic x(10) using ws-cust-id highlight prompt " ".

         03 value "]   Leave blank if new customer".

         03 line 9 col 2 value "Non-resident LL?: [".

         03 pic x(1) using ws-cust-nrl-status highlight prompt " ".

         03 value "]  Exemption ref: [".

         03 pic x(10) using ws-cust-nrl-exempt-ref highlight
           prompt " ".

         03 value "]  From: [".

         03 pic x(8) using ws-cust-nrl-exempt-from highlight
           prompt " ".

         03 value "]".

         03 line 10 col 2 value "Name:             [".

         03 pic x(30) using ws-cust-name highlight prompt " ".

         03 value "]".

         03 line 13 col 40 value "Web portal Y/N:[".

         03 pic x(1) using ws-cust-portal-optin highlight prompt " ".

         03 value "] Dt[".

         03 pic x(8) using ws-cust-portal-optin-date highlight

           prompt " ".

         03 value "]".

         03 line 14 col 2 value "Phone:            [".

         03 pic x(15) using ws-cust-phone highlight prompt " ".

         03 value "]".

         03 line 20 col 2 value "Sanctions: ".

         03 pic x(20) from ws-screen-status-text.

         03 line 20 col 35 value "Contacts?: [".

         03 pic x(1) using ws-manage-contacts highlight prompt " ".

         03 value "]".

         03 line 20 col 52 value "Campaigns?:[".

         03 pic x(1) using ws-manage-campaigns highlight prompt " ".

         03 value "]".

         03 line 19 col 35 value "Referrals?: [".

         03 pic x(1) using ws-manage-referrals highlight prompt " ".

         03 line 25 col 2 pic x(70) from ws-error.

       copy "paf-pick-screen.cpy".

       procedure division.

       MAIN section.
           string function trim (ws-data-dir) "letter.txt"
             delimited by size into ws-path-letterfile.

           string function trim (ws-data-dir) "sanctlist.dat"
             delimited by size into ws-path-sanctlistfile.

           string function trim (ws-data-dir) "paf.dat"
             delimited by size into ws-path-paffile.

           string function trim (ws-data-dir) "auth.dat"
             delimited by size into ws-path-authfile.

           string function trim (ws-data-dir) "sanchits.dat"
             delimited by size into ws-path-sanhitfile.

           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile.


           end-if

           perform p298-screen-status-text

           display customer-screen

           accept customer-screen.

               perform p290-checkvalidpostcode

               perform p296-check-postcode-address

               perform p297-checknrl

      *  A CONSENT ANSWER KEYED WITHOUT A DATE IS STAMPED WITH TODAY
      *  SO THE "WHEN WAS CONSENT RECORDED" QUESTION ALWAYS HAS AN
      *  ANSWER.

               end-if

      *  THE SAME GOES FOR THE WEB PORTAL OPT-IN; AN OPT-OUT CLEARS
      *  THE DATE SO THE NEXT OPT-IN IS DATED AFRESH.
               if ws-cust-portal-optin equal "Y" or "y"

                   if ws-cust-portal-optin-date equal spaces

                       move ws-system-date(1:8) to
                         ws-cust-portal-optin-date

                   end-if

               else

                   move spaces to ws-cust-portal-optin

                   move spaces to ws-cust-portal-optin-date

               end-if

               if new-customer

                   move spaces to ws-cust-id
                     ws-cust-address1 not equal spaces and
                     ws-cust-address2 not equal spaces and
                     ws-cust-postcode not equal spaces and
                     valid-postcode and not duplicate-customer and
                     valid-nrl and not paf-save-held

                       perform p230-save-new-customer

                       perform p220-blank-fields

                       if ws-scr-status equal "R" or
                         ws-scr-status equal "H"

                           string "New customer " ws-next-reference
                             " created - possible sanctions/PEP"
                             " match referred for review."
                             delimited by size into ws-error

                       else

                       if bank-change-held

                           string "New customer " ws-next-reference
                             " created - bank details await a"
                             " second user's approval."
                             delimited by size into ws-error

                       else

                           string
                             "New customer created with reference: "
                             ws-next-reference

                             into ws-error

                       end-if

                       end-if

                   else


                       else

                       if paf-save-held

                           move ws-paf-message to ws-error

                       else

                       if ws-cust-postcode not equal spaces and
                         not valid-postcode


                             to ws-error

                       else

                       if not valid-nrl

                           move
                             "ERROR: Non-resident Y/N, exemption needs"
                             & " a YYYYMMDD from date." to ws-error

                       else

                           move

                       end-if

                       end-if

                       end-if

                   end-if

               ELSE

                               perform p220-blank-fields

                           when approve-bank or reject-bank

                               perform p255-decide-bank-change

                               move "N" to ws-approve-bank

                           when print-letter and not
                             ws-consent-post-given


                               move "N" to ws-manage-contacts

                           when manage-campaigns

                               call "216Camp"

                               move "N" to ws-manage-campaigns

                           when manage-referrals

                               call "305Referral"

                               move "N" to ws-view-properties

                           when save-changes and not valid-nrl

                               move
                                 "Non-resident Y/N, exemption needs a"
                                 & " YYYYMMDD from date - not saved." to
                                 ws-error

                           when save-changes and not valid-postcode

                               move
                                 "Invalid postcode - not saved." to
                                 ws-error

                           when save-changes and paf-save-held

                               move ws-paf-message to ws-error

                           when save-changes

                               perform p250-update-customer

           move "N" to ws-new-customer

           move "N" to ws-approve-bank

           move "N" to ws-save-changes

           move "N" to ws-delete-customer

           move spaces to ws-customer-record

           move spaces to ws-paf-last-postcode.

       p230-save-new-customer.

           perform p270-generate-reference

      *  EVERY NEW CUSTOMER IS SCREENED AGAINST THE SANCTIONS AND
      *  PEP LIST BEFORE THE RECORD IS WRITTEN; A POSSIBLE MATCH
      *  GOES ON THE REVIEW QUEUE AND THE CUSTOMER IS MARKED FOR
      *  REVIEW.
           move ws-cust-id to ws-scr-cust-id

           move ws-cust-name to ws-scr-name

           move ws-cust-postcode to ws-scr-postcode

           perform p930-screen-customer

           if ws-scr-status not equal spaces

               move ws-scr-status to ws-cust-screen-status

               move ws-system-date(1:8) to ws-cust-screen-date

               move ws-scr-list-date to ws-cust-screen-list

           end-if

      *  BANK DETAILS KEYED WITH A NEW CUSTOMER ARE HELD FOR A SECOND
      *  USER'S APPROVAL LIKE ANY OTHER CHANGE - THE ADDRESS JUST
      *  KEYED IS THE ONE THE ALERT LETTER GOES TO.
           move "N" to ws-bank-change-held

           move spaces to ws-cust-bank-control

           if ws-cust-sort-code not equal spaces or
             ws-cust-account-no not equal spaces

               move ws-cust-sort-code to ws-cust-bank-pend-sort

               move ws-cust-account-no to ws-cust-bank-pend-account

               move ws-session-user-id to ws-cust-bank-pend-by

               move ws-system-date(1:8) to ws-cust-bank-pend-date

               move ws-cust-address1 to ws-cust-bank-old-address1

               move ws-cust-address2 to ws-cust-bank-old-address2

               move ws-cust-postcode to ws-cust-bank-old-postcode

               move spaces to ws-cust-sort-code

               move spaces to ws-cust-account-no

               move "Y" to ws-bank-change-held

           end-if

           open i-o custfile

           move ws-customer-record to custrec

           move custrec to ws-jrnl-data

           perform p906-write-journal

           if bank-change-held

               move "BANKPEND" to ws-audit-action

               perform p900-write-audit

           end-if.

       p240-read-customer.


               move custrec to ws-customer-record

               move ws-cust-postcode to ws-paf-last-postcode

               move "Customer record retrieved." to ws-error

           else

           open i-o custfile

           perform p251-hold-bank-change

           move ws-customer-record to custrec

           rewrite custrec

                   move custrec to ws-jrnl-data

                   perform p906-write-journal

                   if bank-change-held

                       move
                         "Customer updated - bank change awaits a"
                         & " second user's approval." to ws-error

                       move "BANKPEND" to ws-audit-action

                       perform p900-write-audit

                   end-if.

       p251-hold-bank-change.

      *  A CHANGED SORT CODE OR ACCOUNT NUMBER NEVER GOES LIVE FROM A
      *  SAVE - IT IS PARKED AS PENDING AGAINST THE USER WHO KEYED IT
      *  AND THE LIVE DETAILS ON FILE ARE PUT BACK. THE ADDRESS ON
      *  FILE BEFORE THIS SAVE (WHICH MAY ITSELF BE CHANGING) IS KEPT
      *  FOR THE ALERT LETTER; A CHANGE KEYED OVER ONE ALREADY
      *  PENDING KEEPS THE ADDRESS CAPTURED THE FIRST TIME. WITH NO
      *  BANK CHANGE THE CONTROL FIELDS ON FILE ARE CARRIED FORWARD
      *  SO A CHANGE KEYED MEANWHILE ELSEWHERE IS NOT LOST.
           move "N" to ws-bank-change-held

           move "0" to invalid-data

           move ws-cust-id to cust-id

           read custfile

               invalid key

                   move "1" to invalid-data

           end-read

           if key-not-found

               exit paragraph

           end-if

           if ws-cust-sort-code equal cust-sort-code and
             ws-cust-account-no equal cust-account-no

               move cust-bank-control to ws-cust-bank-control

               exit paragraph

           end-if

           if cust-bank-pend-by equal spaces

               move cust-address1 to cust-bank-old-address1

               move cust-address2 to cust-bank-old-address2

               move cust-postcode to cust-bank-old-postcode

           end-if

           move ws-cust-sort-code to cust-bank-pend-sort

           move ws-cust-account-no to cust-bank-pend-account

           move ws-session-user-id to cust-bank-pend-by

           move ws-system-date(1:8) to cust-bank-pend-date

           move cust-bank-control to ws-cust-bank-control

           move cust-sort-code to ws-cust-sort-code

           move cust-account-no to ws-cust-account-no

           move "Y" to ws-bank-change-held.

       p255-decide-bank-change.

      *  APPROVES (Y) OR REJECTS (R) THE PENDING BANK DETAIL CHANGE -
      *  A NAMED SENSITIVE FUNCTION ON THE MATRIX, AND NEVER BY THE
      *  USER WHO KEYED THE CHANGE. APPROVAL MAKES THE DETAILS LIVE,
      *  RECORDS BOTH USERS AND THE DATE, AND SENDS THE ALERT LETTER
      *  TO THE OLD ADDRESS; A REJECTION JUST DROPS THE PENDING
      *  DETAILS AND LEAVES THE LIVE ONES AS THEY WERE.
           move "BANKAPPROVE" to ws-auth-function

           perform p895-check-authority

           if not authority-granted

               move "Not authorised to approve bank detail changes."
                 to ws-error

               exit paragraph

           end-if

           move "0" to invalid-data

           open i-o custfile

           move ws-cust-id to cust-id

           read custfile

               invalid key

                   move "1" to invalid-data

           end-read

           if key-not-found

               close custfile

               move "Customer record does not exist." to ws-error

               exit paragraph

           end-if

           if cust-bank-pend-by equal spaces

               close custfile

               move "No bank detail change is pending." to ws-error

               exit paragraph

           end-if

           if approve-bank and
             cust-bank-pend-by equal ws-session-user-id

               close custfile

               move
                 "Bank change must be approved by a different user."
                 to ws-error

               exit paragraph

           end-if

           if approve-bank

               move cust-bank-pend-sort to cust-sort-code

               move cust-bank-pend-account to cust-account-no

               move cust-bank-pend-by to cust-bank-keyed-by

               move ws-session-user-id to cust-bank-approved-by

               move ws-system-date(1:8) to cust-bank-changed-date

               perform p256-print-bank-alert-letter

               move "BANKAPPR" to ws-audit-action

               move
                 "Bank details approved - alert letter printed to the"
                 & " old address." to ws-error

           else

               move "BANKREJECT" to ws-audit-action

               move
                 "Pending bank change rejected - live details kept."
                 to ws-error

           end-if

           move spaces to cust-bank-pend-sort

           move spaces to cust-bank-pend-account

           move spaces to cust-bank-pend-by

           move spaces to cust-bank-pend-date

           move spaces to cust-bank-old-address1

           move spaces to cust-bank-old-address2

           move spaces to cust-bank-old-postcode

           rewrite custrec

               invalid key

                   continue

           end-rewrite

           perform p990-check-file-status

           close custfile

           move custrec to ws-customer-record

           move "CUSTOMER" to ws-audit-type

           move ws-cust-id to ws-audit-key

           perform p900-write-audit

           move "CUSTOMERS" to ws-jrnl-file

           move "R" to ws-jrnl-action

           move ws-audit-key to ws-jrnl-key

           move custrec to ws-jrnl-data

           perform p906-write-journal

           if approve-bank

               move "BANKALERT" to ws-comms-type

               move ws-cust-id to ws-comms-cust

               move spaces to ws-comms-prop

               move spaces to ws-comms-docref

               perform p925-queue-communication

           end-if.

       p256-print-bank-alert-letter.

      *  THE "YOUR BANK DETAILS HAVE CHANGED" ALERT - ADDRESSED TO THE
      *  ADDRESS ON FILE WHEN THE CHANGE WAS KEYED, SO A FRAUDSTER WHO
      *  CHANGES THE ADDRESS AND THE ACCOUNT TOGETHER CANNOT DIVERT
      *  THE WARNING AS WELL. A SERVICE NOTICE RATHER THAN MARKETING,
      *  SO IT GOES WHATEVER THE POSTAL CONSENT. ONLY THE LAST FOUR
      *  DIGITS OF THE NEW ACCOUNT ARE PRINTED.
           move zero to ws-bank-acct-len

           move 1 to ws-bank-acct-start

           if cust-account-no not equal spaces

               move function length
                 (function trim (cust-account-no)) to ws-bank-acct-len

           end-if

           if ws-bank-acct-len greater than 4

               compute ws-bank-acct-start = ws-bank-acct-len - 3

               move 4 to ws-bank-acct-len

           end-if

           open output letterfile

           move cust-name to Letter-Text

           write Letter-Line

           move cust-bank-old-address1 to Letter-Text

           write Letter-Line

           move cust-bank-old-address2 to Letter-Text

           write Letter-Line

           move cust-bank-old-postcode to Letter-Text

           write Letter-Line

           move spaces to Letter-Text

           write Letter-Line

           string "Dear " function trim (cust-name) ","
             delimited by size into Letter-Text

           write Letter-Line

           move spaces to Letter-Text

           write Letter-Line

           move
             "We write to confirm that the bank account we hold for"
             & " payments to you" to Letter-Text

           write Letter-Line

           move spaces to Letter-Text

           string "was changed on " ws-display-date(7:10)

             " to sort code " function trim (cust-sort-code)

             delimited by size into Letter-Text

           write Letter-Line

           move spaces to Letter-Text

           if ws-bank-acct-len greater than zero

               string "and an account number ending "
                 cust-account-no(ws-bank-acct-start:ws-bank-acct-len)
                 "." delimited by size into Letter-Text

           else

               move "with no account number." to Letter-Text

           end-if

           write Letter-Line

           move spaces to Letter-Text

           write Letter-Line

           move
             "If you did not ask for this change, please telephone"
             & " us straight away" to Letter-Text

           write Letter-Line

           move
             "- no payment will be made to the new account for the"
             & " next few days." to Letter-Text

           write Letter-Line

           move spaces to Letter-Text

           write Letter-Line

           move "Yours sincerely," to Letter-Text

           write Letter-Line

           move "Torrans Property Management" to Letter-Text

           write Letter-Line

           close letterfile.

       p260-delete-customer.


           end-if.

       p298-screen-status-text.

      *  THE SANCTIONS AND PEP SCREENING OUTCOME SHOWN ON SCREEN -
      *  SET BY THE SCREENING, NEVER KEYED.
           evaluate TRUE

               when ws-cust-id equal spaces

                   move spaces to ws-screen-status-text

               when ws-cust-screen-status equal "C"

                   move "Clear" to ws-screen-status-text

               when ws-cust-screen-status equal "R"

                   move "MATCH - UNDER REVIEW" to
                     ws-screen-status-text

               when ws-cust-screen-status equal "H"

                   move "MATCH CONFIRMED" to ws-screen-status-text

               when other

                   move "Not yet screened" to ws-screen-status-text

           end-evaluate.

       p296-check-postcode-address.

      *  A NEW OR CHANGED POSTCODE BEING SAVED IS LOOKED UP ON THE
      *  POSTCODE ADDRESS FILE, SO THE SAME STREET IS SPELT ONE WAY
      *  AND THE DUPLICATE CHECK CAN FIND IT. A MATCHING ADDRESS
      *  COMES BACK IN THE FILE'S SPELLING; THE SAVE IS HELD WHILE
      *  AN ADDRESS CHOSEN FROM THE LIST IS CHECKED, OR WHILE A
      *  POSTCODE THE FILE DOES NOT HOLD IS QUERIED.
           move "N" to ws-paf-save-held

           if valid-postcode and (new-customer or save-changes)

               move ws-cust-postcode to ws-paf-postcode

               move ws-cust-address1 to ws-paf-address1

               move ws-cust-address2 to ws-paf-address2

               move 40 to ws-paf-width

               perform p946-paf-offer-addresses

               if paf-address-matched or paf-address-picked

                   move ws-paf-address1 to ws-cust-address1

                   move ws-paf-address2 to ws-cust-address2

                   move ws-paf-postcode to ws-cust-postcode

               end-if

               if paf-not-listed or paf-address-picked

                   move "Y" to ws-paf-save-held

               end-if

           end-if.

       p297-checknrl.

      *  NON-RESIDENT LANDLORD STATUS IS Y, N OR BLANK; AN
      *  EXEMPTION REFERENCE IS ONLY ANY USE WITH THE DATE IT TAKES
      *  EFFECT FROM, SINCE WITHHOLDING STOPS FROM THAT DATE.
           move "1" to ws-valid-nrl

           move function upper-case (ws-cust-nrl-status) to
             ws-cust-nrl-status

           if ws-cust-nrl-status not equal spaces and
             ws-cust-nrl-status not equal "Y" and
             ws-cust-nrl-status not equal "N"

               move "0" to ws-valid-nrl

           end-if

           if ws-cust-nrl-exempt-ref not equal spaces and
             function trim (ws-cust-nrl-exempt-from) is not numeric

               move "0" to ws-valid-nrl

           end-if.

       p295-checkduplicatecustomer.

      *  CATCHES THE SAME CUSTOMER BEING KEYED IN TWICE - SAME NAME

           end-if.

       copy "check-authority.cpy".

       p990-check-file-status.

      *  SURFACES AND LOGS ANY FILE-STATUS CODE OTHER THAN SUCCESS

           copy "write-journal.cpy".

           copy "sanctions-screen.cpy".

           copy "paf-lookup.cpy".

           copy "paf-offer.cpy".

       p905-write-archive.

      *  APPENDS A FULL COPY OF THE RECORD TO THE ARCHIVE LOG BEFORE
