       identification division.
       program-id. 629RentImp.

      *  RENT RECEIPT IMPORT. READS THE CLIENT ACCOUNT STATEMENT
      *  EXPORT - THE SAME DATE,AMOUNT,DESCRIPTION FILE THE
      *  RECONCILIATION READS - AND POSTS EACH CREDIT AGAINST THE
      *  RENT LEDGER WITHOUT ANYONE KEYING IT. THE TENANCY IS FOUND
      *  FROM A TENANCY REFERENCE QUOTED BY THE PAYER IN THE
      *  DESCRIPTION OR, FAILING THAT, FROM AN AMOUNT EQUAL TO THE
      *  RENT OF EXACTLY ONE TENANCY WITH RENT OUTSTANDING. THE
      *  RECEIPT IS POSTED AGAINST THAT TENANCY'S OLDEST OPEN OR
      *  PART-PAID ROW, STATUS DERIVED EXACTLY AS THE RENT SCREEN
      *  DERIVES IT. ANYTHING THAT CANNOT BE PLACED WITH CONFIDENCE
      *  - NO MATCH, MORE THAN ONE MATCH, NO OPEN ROW, OR MORE MONEY
      *  THAN THE ROW STILL OWES - GOES TO SUSPENSE FOR THE LETTINGS
      *  DESK TO ALLOCATE ON THE RENT SUSPENSE SCREEN. NOTHING IS
      *  GUESSED. EVERY CREDIT TAKEN IS HELD ON THE IMPORT REGISTER,
      *  SO FEEDING THE SAME EXPORT IN TWICE POSTS NOTHING TWICE.
      *  EVERY CREDIT POSTED TO A RENT ROW IS CREDITED TO THE
      *  LANDLORD'S CLIENT LEDGER AS WELL.
      *  RUN FROM THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO
      *  SCREEN, NO OPERATOR INPUT.
      *  A FILE ERROR ON THE RENT ROW SENDS THE CREDIT TO SUSPENSE
      *  INSTEAD OF POSTING IT; ONE THAT STOPS A CREDIT REACHING THE
      *  REGISTER IS REPORTED AND COUNTED AS FAILED, NEVER AS POSTED
      *  OR HELD.
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

              select bankstmtfile assign dynamic
                ws-path-bankstmtfile
              organization line sequential
              file status file-status.

              select rentfile assign dynamic ws-path-rentfile
              organization indexed
              access dynamic
              file status file-status
              record key Rent-ID OF Rent-Record
              alternate record key Rent-Tenancy-ID OF
                Rent-Record with duplicates.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select rentimpfile assign dynamic ws-path-rentimpfile
              organization indexed
              access dynamic
              file status file-status
              record key Rimp-ID OF Rimp-Record.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select rentimprptfile assign dynamic
                ws-path-rentimprptfile
              organization line sequential
              file status file-status.

              select batchlogfile assign dynamic ws-path-batchlogfile
              organization line sequential
              file status file-status.

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

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd bankstmtfile.

      *  ONE STATEMENT EXPORT LINE PER BANK ENTRY -
      *  DATE(YYYYMMDD),AMOUNT,DESCRIPTION.
       01 Bankstmt-Line.
         03 Bankstmt-Text pic x(120).

       fd rentfile.
       copy "rentrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd rentimpfile.
       copy "rentimprec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd rentimprptfile.

      *  IMPORT REPORT LINE - ONE FREE-TEXT LINE PER STATEMENT
      *  CREDIT POSTED, SENT TO SUSPENSE OR SKIPPED, WRITTEN OUT TO
      *  A LINE SEQUENTIAL FILE FOR THE LETTINGS DESK.
       01 Rentimprpt-Line.
         03 Rentimprpt-Text pic x(120).

       fd batchlogfile.

      *  ONE RUN LOG LINE IN THE BATCH DRIVER'S SHAPE, SO THE
      *  BATCH MONITOR SEES THIS JOB'S LAST RUN TOO.
       01 Batchlog-Line.
         03 Batchlog-Text pic x(110).

       fd PropertyFile.
       copy "property-record.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

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

       01 ws-stmt-eof pic x value "0".
         88 stmt-eof value "1".
       01 ws-ten-eof pic x value "0".
         88 ten-eof value "1".
       01 end-of-file pic x value "0".
         88 eof value "1".
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-bankstmtfile pic x(60) value spaces.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-rentimpfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-rentimprptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "client-ledger-variables.cpy".
       01 ws-rent-landlord-id pic x(10) value spaces.

       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       01 ws-stmt-date pic x(8) value spaces.
       01 ws-stmt-amount-text pic x(15) value spaces.
       01 ws-stmt-amount-trim pic x(15) value spaces.
       01 ws-stmt-description pic x(40) value spaces.
       01 ws-stmt-amount pic 9(7)v99 value zero.

      *  STATEMENT CREDITS SEEN SO FAR THIS RUN - TWO IDENTICAL
      *  CREDITS IN ONE EXPORT ARE TWO RECEIPTS, SO A LINE IS ONLY
      *  A REPEAT WHEN THE REGISTER ALREADY HOLDS AS MANY COPIES OF
      *  IT FROM EARLIER RUNS AS THIS EXPORT HAS SHOWN SO FAR.
       01 ws-seen-table.
         03 ws-seen-line occurs 999 times pic x(63).
       01 ws-seen-count pic 9(3) value zero.
       01 ws-seen-sub pic 9(3) value zero.
       01 ws-this-line pic x(63) value spaces.
       01 ws-copies-this-run pic 9(3) value zero.
       01 ws-copies-on-file pic 9(3) value zero.

      *  THE PAYER'S REFERENCE - THE DESCRIPTION BROKEN INTO WORDS,
      *  ANY ALL-DIGIT WORD OF UP TO TEN DIGITS TRIED AS A TENANCY.
       01 ws-ref-words.
         03 ws-ref-word occurs 8 times pic x(20).
       01 ws-word-sub pic 9(2) value zero.
       01 ws-ref-hits pic 9(2) value zero.

       01 ws-match-tenancy-id pic x(10) value spaces.
       01 ws-match-type pic x(1) value spaces.
       01 ws-amount-hits pic 9(3) value zero.
       01 ws-amount-tenancy-id pic x(10) value spaces.
       01 ws-suspense-reason pic x(30) value spaces.

       01 ws-oldest-rent-id pic x(10) value spaces.
       01 ws-oldest-due-date pic x(8) value spaces.
       01 ws-oldest-outstanding pic 9(7)v99 value zero.
       01 ws-new-paid pic 9(7)v99 value zero.
       01 ws-register-status pic x(1) value spaces.
       01 ws-fileio-last-status pic xx value spaces.
       01 ws-fileio-failed pic x(1) value "N".
         88 fileio-failed value "Y".
       01 ws-register-failed pic x(1) value "N".
         88 register-failed value "Y".

       01 ws-credit-count pic 9(5) value zero.
       01 ws-posted-count pic 9(5) value zero.
       01 ws-suspense-count pic 9(5) value zero.
       01 ws-repeat-count pic 9(5) value zero.
       01 ws-failed-count pic 9(5) value zero.
       01 ws-posted-total pic 9(9)v99 value zero.
       01 ws-suspense-total pic 9(9)v99 value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-amount-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-total-disp pic ZZZ,ZZZ,ZZ9.99 value zero.

       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "RENTIMP" to ws-runlock-job
           move "RENT CLIENTLED RENTIMPORT" to ws-runlock-masters
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
           string function trim (ws-data-dir) "bankstmt.csv"
             delimited by size into ws-path-bankstmtfile
           string function trim (ws-data-dir) "rentledger.dat"
             delimited by size into ws-path-rentfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "rentimport.dat"
             delimited by size into ws-path-rentimpfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "rentimport.txt"
             delimited by size into ws-path-rentimprptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           open input bankstmtfile
           if file-status = "35"
               display "Rent import: no statement export found."
               exit paragraph
           end-if

           open output rentimprptfile
           move spaces to Rentimprpt-Text
           string "Rent receipt import - " ws-display-date
             delimited by size into Rentimprpt-Text
           write Rentimprpt-Line
           move spaces to Rentimprpt-Text
           write Rentimprpt-Line

           move "0" to ws-stmt-eof
           perform until stmt-eof
               read bankstmtfile next record
                   at end
                       move "1" to ws-stmt-eof
                   not at end
                       perform p300-import-one-line
               end-read
           end-perform
           close bankstmtfile

           perform p500-import-summary
           close rentimprptfile

           move "RENTIMP" to ws-audit-type
           move spaces to ws-audit-key
           move "RUN" to ws-audit-action
           perform p900-write-audit

           move ws-credit-count to ws-joblog-count
           perform p940-log-job-end

           move ws-posted-count to ws-count-disp
           display "Rent import complete - " ws-count-disp
             " receipts posted."
           move ws-suspense-count to ws-count-disp
           display "Rent import suspense - " ws-count-disp
             " receipts for the lettings desk."
           if ws-failed-count greater than zero
               move ws-failed-count to ws-count-disp
               display "Rent import FAILED - " ws-count-disp
                 " receipts could not be registered - see report."
           end-if.

       p300-import-one-line.
           if Bankstmt-Text equal spaces
               exit paragraph
           end-if
           move spaces to ws-stmt-date
           move spaces to ws-stmt-amount-text
           move spaces to ws-stmt-description
           unstring Bankstmt-Text delimited by ","
             into ws-stmt-date ws-stmt-amount-text
             ws-stmt-description
           end-unstring
           if function trim (ws-stmt-date) is not numeric or
             ws-stmt-amount-text equal spaces
               move spaces to Rentimprpt-Text
               string "  BAD LINE:   "
                 Bankstmt-Text(1:90)
                 delimited by size into Rentimprpt-Text
               write Rentimprpt-Line
               exit paragraph
           end-if

      *  ONLY CREDITS CAN BE RENT - PAYMENTS OUT OF THE CLIENT
      *  ACCOUNT ARE THE RECONCILIATION'S BUSINESS, NOT OURS.
           move function trim (ws-stmt-amount-text) to
             ws-stmt-amount-trim
           if ws-stmt-amount-trim(1:1) equal "-"
               exit paragraph
           end-if
           compute ws-stmt-amount =
             function numval (ws-stmt-amount-text)
           if ws-stmt-amount equal zero
               exit paragraph
           end-if
           add 1 to ws-credit-count

           perform p310-check-already-imported
           move ws-stmt-amount to ws-amount-disp
           if ws-copies-on-file not less than ws-copies-this-run
               add 1 to ws-repeat-count
               move spaces to Rentimprpt-Text
               string "  REPEAT:     " ws-stmt-date " "
                 ws-amount-disp " " ws-stmt-description
                 " - already imported"
                 delimited by size into Rentimprpt-Text
               write Rentimprpt-Line
               exit paragraph
           end-if

           move spaces to ws-match-tenancy-id
           move spaces to ws-match-type
           move spaces to ws-suspense-reason
           move spaces to ws-oldest-rent-id
           perform p320-match-by-reference
           if ws-match-tenancy-id equal spaces and
             ws-suspense-reason equal spaces
               perform p330-match-by-amount
           end-if

           if ws-match-tenancy-id not equal spaces
               perform p340-find-oldest-open-row
               if ws-oldest-rent-id equal spaces
                   move "NO OPEN OR PART-PAID RENT ROW" to
                     ws-suspense-reason
               else
      *  A CREDIT BIGGER THAN THE OLDEST ROW STILL OWES IS SEVERAL
      *  MONTHS AT ONCE, OR MONEY IN ADVANCE - EITHER WAY THE DESK
      *  DECIDES WHERE IT GOES, NOT THE JOB.
                   if ws-stmt-amount greater than
                     ws-oldest-outstanding
                       move "MORE THAN THE OLDEST ROW OWES" to
                         ws-suspense-reason
                   end-if
               end-if
           end-if

           if ws-suspense-reason equal spaces
               perform p350-post-receipt
           else
               perform p360-hold-in-suspense
           end-if.

       p310-check-already-imported.

      *  HOW MANY TIMES THIS EXPORT HAS NOW SHOWN THIS EXACT CREDIT,
      *  AGAINST HOW MANY COPIES OF IT EARLIER RUNS TOOK IN.
           move spaces to ws-this-line
           string ws-stmt-date ws-stmt-amount-text
             ws-stmt-description
             delimited by size into ws-this-line
           move 1 to ws-copies-this-run
           perform varying ws-seen-sub from 1 by 1
             until ws-seen-sub greater than ws-seen-count
               if ws-seen-line(ws-seen-sub) equal ws-this-line
                   add 1 to ws-copies-this-run
               end-if
           end-perform
           if ws-seen-count less than 999
               add 1 to ws-seen-count
               move ws-this-line to ws-seen-line(ws-seen-count)
           end-if

           move zero to ws-copies-on-file
           move "0" to end-of-file
           open input rentimpfile
           if file-status not equal "35"
               perform until eof
                   read rentimpfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Rimp-Stmt-Date equal ws-stmt-date and
                             Rimp-Amount equal ws-stmt-amount and
                             Rimp-Description equal
                             ws-stmt-description and
                             Rimp-Imported not equal ws-system-date
                               add 1 to ws-copies-on-file
                           end-if
                   end-read
               end-perform
           end-if
           close rentimpfile.

       p320-match-by-reference.

      *  EVERY ALL-DIGIT WORD IN THE DESCRIPTION IS TRIED AS A
      *  TENANCY REFERENCE. ONE TENANCY FOUND IS A MATCH; TWO
      *  DIFFERENT ONES IS AMBIGUOUS AND GOES TO SUSPENSE.
           move spaces to ws-ref-words
           unstring ws-stmt-description delimited by all " "
             into ws-ref-word(1) ws-ref-word(2) ws-ref-word(3)
             ws-ref-word(4) ws-ref-word(5) ws-ref-word(6)
             ws-ref-word(7) ws-ref-word(8)
           end-unstring
           move zero to ws-ref-hits
           perform varying ws-word-sub from 1 by 1
             until ws-word-sub greater than 8
               if ws-ref-word(ws-word-sub) not equal spaces and
                 ws-ref-word(ws-word-sub)(11:10) equal spaces and
                 function trim (ws-ref-word(ws-word-sub)) is numeric
                   perform p325-try-tenancy-reference
               end-if
           end-perform
           if ws-ref-hits greater than 1
               move spaces to ws-match-tenancy-id
               move "REFERENCE NAMES TWO TENANCIES" to
                 ws-suspense-reason
           end-if.

       p325-try-tenancy-reference.
           move function trim (ws-ref-word(ws-word-sub)) to
             ws-numeric-reference
           move "0" to invalid-data
           open input tenancyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-numeric-reference to Tenancy-ID
           read tenancyfile
               invalid key
                   move "1" to invalid-data
           end-read
           close tenancyfile
           if key-not-found
               exit paragraph
           end-if
           if Tenancy-ID of Tenancy-Record equal ws-match-tenancy-id
               exit paragraph
           end-if
           add 1 to ws-ref-hits
           move Tenancy-ID of Tenancy-Record to ws-match-tenancy-id
           move "R" to ws-match-type.

       p330-match-by-amount.

      *  NO REFERENCE QUOTED - THE CREDIT IS PLACED ONLY WHEN IT IS
      *  THE MONTHLY RENT OF EXACTLY ONE TENANCY THAT STILL HAS AN
      *  OPEN OR PART-PAID ROW.
           move zero to ws-amount-hits
           move "0" to ws-ten-eof
           open input tenancyfile
           if file-status not equal "35"
               perform until ten-eof
                   read tenancyfile next record
                       at end
                           move "1" to ws-ten-eof
                       not at end
                           if Tenancy-Rent of Tenancy-Record equal
                             ws-stmt-amount
                               move Tenancy-ID of Tenancy-Record to
                                 ws-match-tenancy-id
                               perform p340-find-oldest-open-row
                               if ws-oldest-rent-id not equal spaces
                                   add 1 to ws-amount-hits
                                   if ws-amount-hits equal 1
                                       move ws-match-tenancy-id to
                                         ws-amount-tenancy-id
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close tenancyfile
           move spaces to ws-match-tenancy-id
           move spaces to ws-oldest-rent-id
           evaluate TRUE
               when ws-amount-hits equal 1
                   move ws-amount-tenancy-id to ws-match-tenancy-id
                   move "A" to ws-match-type
               when ws-amount-hits greater than 1
                   move "AMOUNT FITS SEVERAL TENANCIES" to
                     ws-suspense-reason
               when other
                   move "NO REFERENCE OR AMOUNT MATCH" to
                     ws-suspense-reason
           end-evaluate.

       p340-find-oldest-open-row.

      *  THE TENANCY'S OPEN OR PART-PAID ROW WITH THE EARLIEST DUE
      *  DATE - THE DEBT A RECEIPT CLEARS FIRST.
           move spaces to ws-oldest-rent-id
           move spaces to ws-oldest-due-date
           move zero to ws-oldest-outstanding
           move "0" to end-of-file
           open input rentfile
           if file-status not equal "35"
               perform until eof
                   read rentfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Rent-Tenancy-ID of Rent-Record equal
                             ws-match-tenancy-id and
                             (rent-is-open or rent-is-part-paid)
                               if ws-oldest-rent-id equal spaces or
                                 Rent-Due-Date of Rent-Record less
                                 than ws-oldest-due-date
                                   move Rent-ID of Rent-Record to
                                     ws-oldest-rent-id
                                   move Rent-Due-Date of Rent-Record
                                     to ws-oldest-due-date
                                   compute ws-oldest-outstanding =
                                     Rent-Amount-Due of Rent-Record -
                                     Rent-Amount-Paid of Rent-Record
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close rentfile.

       p350-post-receipt.

      *  SAME POSTING AS THE RENT SCREEN - THE RECEIPT ADDS TO WHAT
      *  IS ALREADY PAID AND THE STATUS FOLLOWS FROM THE AMOUNTS.
           move "0" to invalid-data
           open i-o rentfile
           perform p990-check-file-status
           if file-status not equal "00"
               move "1" to invalid-data
           end-if
           move ws-oldest-rent-id to Rent-ID
           if not key-not-found
               read rentfile
                   invalid key
                       move "1" to invalid-data
               end-read
           end-if
           if key-not-found
               close rentfile
               move "RENT ROW COULD NOT BE READ" to ws-suspense-reason
               perform p360-hold-in-suspense
               exit paragraph
           end-if
           compute ws-new-paid =
             Rent-Amount-Paid of Rent-Record + ws-stmt-amount
           move ws-new-paid to Rent-Amount-Paid
           move ws-stmt-date to Rent-Paid-Date
           if ws-new-paid not less than
             Rent-Amount-Due of Rent-Record
               move "P" to Rent-Status
           else
               move "T" to Rent-Status
           end-if
           rewrite Rent-Record
               invalid key
                   move "1" to invalid-data
           end-rewrite
           perform p990-check-file-status
           if fileio-failed
               move "1" to invalid-data
           end-if
           if not key-not-found
               perform p565-post-rent-client-ledger
           end-if
           close rentfile
           if key-not-found
               move "RENT ROW COULD NOT BE UPDATED" to
                 ws-suspense-reason
               perform p360-hold-in-suspense
               exit paragraph
           end-if

           move "RENT" to ws-audit-type
           move ws-oldest-rent-id to ws-audit-key
           move "RECEIPT" to ws-audit-action
           perform p900-write-audit

           move "P" to ws-register-status
           perform p370-register-line
      *  THE ROW IS PAID BUT NOTHING GUARDS THE CREDIT AGAINST A
      *  RE-RUN - SOMEONE MUST SEE IT BEFORE THE EXPORT GOES IN
      *  AGAIN.
           if register-failed
               add 1 to ws-failed-count
               move spaces to Rentimprpt-Text
               string "  FAILED:     " ws-stmt-date " "
                 ws-amount-disp " tenancy " ws-match-tenancy-id
                 " row " ws-oldest-rent-id
                 " posted but NOT registered - status "
                 ws-fileio-last-status
                 delimited by size into Rentimprpt-Text
               write Rentimprpt-Line
               exit paragraph
           end-if
           add 1 to ws-posted-count
           add ws-stmt-amount to ws-posted-total
           move spaces to Rentimprpt-Text
           string "  POSTED:     " ws-stmt-date " "
             ws-amount-disp " tenancy " ws-match-tenancy-id
             " row " ws-oldest-rent-id " by "
             ws-match-type " " ws-stmt-description(1:30)
             delimited by size into Rentimprpt-Text
           write Rentimprpt-Line.

       p360-hold-in-suspense.
           move "S" to ws-register-status
           perform p370-register-line
           if register-failed
               add 1 to ws-failed-count
               move spaces to Rentimprpt-Text
               string "  FAILED:     " ws-stmt-date " "
                 ws-amount-disp " " ws-suspense-reason
                 " - NOT registered - status " ws-fileio-last-status
                 delimited by size into Rentimprpt-Text
               write Rentimprpt-Line
               exit paragraph
           end-if
           add 1 to ws-suspense-count
           add ws-stmt-amount to ws-suspense-total
           move spaces to Rentimprpt-Text
           string "  SUSPENSE:   " ws-stmt-date " "
             ws-amount-disp " ref " ws-next-reference " "
             ws-suspense-reason " " ws-stmt-description(1:30)
             delimited by size into Rentimprpt-Text
           write Rentimprpt-Line.

       p370-register-line.

      *  EVERY CREDIT TAKEN IN, POSTED OR NOT, IS REGISTERED - THE
      *  REGISTER IS BOTH THE SUSPENSE LIST AND THE RE-RUN GUARD.
           move "N" to ws-register-failed
           perform p270-generate-reference
           if register-failed
               exit paragraph
           end-if
           open i-o rentimpfile
           if file-status = "35"
               close rentimpfile
               open output rentimpfile
               close rentimpfile
               open i-o rentimpfile
           end-if
           perform p990-check-file-status
           if fileio-failed
               move "Y" to ws-register-failed
               exit paragraph
           end-if
           move spaces to Rimp-Record
           move ws-next-reference to Rimp-ID
           move ws-stmt-date to Rimp-Stmt-Date
           move ws-stmt-amount to Rimp-Amount
           move ws-stmt-description to Rimp-Description
           move ws-register-status to Rimp-Status
           move ws-system-date to Rimp-Imported
           if rimp-is-posted
               move ws-match-type to Rimp-Match
               move ws-match-tenancy-id to Rimp-Tenancy-ID
               move ws-oldest-rent-id to Rimp-Rent-ID
           else
               move ws-suspense-reason to Rimp-Reason
           end-if
           write Rimp-Record
               invalid key
                   continue
           end-write
           perform p990-check-file-status
           close rentimpfile
           if fileio-failed
               move "Y" to ws-register-failed
               exit paragraph
           end-if

           move "RENTIMP" to ws-audit-type
           move ws-next-reference to ws-audit-key
           if rimp-is-posted
               move "POSTED" to ws-audit-action
           else
               move "SUSPENSE" to ws-audit-action
           end-if
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
           move "RENTIMP   " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "RENTIMP   " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           perform p990-check-file-status
           close seqctlfile
           if fileio-failed
               move "Y" to ws-register-failed
           end-if

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-next-reference.

       p500-import-summary.
           move spaces to Rentimprpt-Text
           write Rentimprpt-Line
           move ws-credit-count to ws-count-disp
           move spaces to Rentimprpt-Text
           string "  Statement credits read:    " ws-count-disp
             delimited by size into Rentimprpt-Text
           write Rentimprpt-Line
           move ws-posted-count to ws-count-disp
           move ws-posted-total to ws-total-disp
           move spaces to Rentimprpt-Text
           string "  Posted to the rent ledger: " ws-count-disp
             "  " ws-total-disp
             delimited by size into Rentimprpt-Text
           write Rentimprpt-Line
           move ws-suspense-count to ws-count-disp
           move ws-suspense-total to ws-total-disp
           move spaces to Rentimprpt-Text
           string "  Held in suspense:          " ws-count-disp
             "  " ws-total-disp
             delimited by size into Rentimprpt-Text
           write Rentimprpt-Line
           move ws-repeat-count to ws-count-disp
           move spaces to Rentimprpt-Text
           string "  Already imported, skipped: " ws-count-disp
             delimited by size into Rentimprpt-Text
           write Rentimprpt-Line
           move ws-failed-count to ws-count-disp
           move spaces to Rentimprpt-Text
           string "  Failed, not registered:    " ws-count-disp
             delimited by size into Rentimprpt-Text
           write Rentimprpt-Line.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB RENTIMP END " ws-system-date
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

       p990-check-file-status.

      *  SURFACES AND LOGS ANY FILE-STATUS CODE OTHER THAN SUCCESS
      *  (00, OR 02 WHERE AN ALTERNATE KEY IS SHARED), END OF FILE
      *  (10) OR NOT-FOUND-ON-FIRST-OPEN (35) INSTEAD OF SILENTLY
      *  CARRYING ON.
           move "N" to ws-fileio-failed
           move file-status to ws-fileio-last-status
           if ws-fileio-last-status not equal "00" and
             ws-fileio-last-status not equal "02" and
             ws-fileio-last-status not equal "10" and
             ws-fileio-last-status not equal "35"
               move "Y" to ws-fileio-failed
               display "Rent import: file I/O error, status "
                 ws-fileio-last-status
               move "SYSTEM" to ws-audit-type
               move ws-fileio-last-status to ws-audit-key
               move "FILE-ERR" to ws-audit-action
               perform p900-write-audit
           end-if.

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR EACH RECEIPT POSTED
      *  OR HELD, AND FOR THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

       p565-post-rent-client-ledger.

      *  RENT RECEIVED IS THE LANDLORD'S CLIENT MONEY FROM THE
      *  MOMENT IT LANDS - CREDITED TO THE LANDLORD OF THE PROPERTY
      *  THE RENT ROW IS FOR, AGAINST THE ROW.
           move spaces to ws-rent-landlord-id
           open input PropertyFile
           if file-status not equal "35"
               move Rent-Property-ID of Rent-Record to
                 Property-ID of Property-Record
               read PropertyFile
                   invalid key
                       continue
                   not invalid key
                       move Customer-ID of Property-Record to
                         ws-rent-landlord-id
               end-read
           end-if
           close PropertyFile
           move ws-rent-landlord-id to ws-cled-client
           move "RN" to ws-cled-type
           move ws-stmt-amount to ws-cled-amount
           move Rent-Property-ID of Rent-Record to ws-cled-property
           move Rent-ID of Rent-Record to ws-cled-source
           perform p907-post-client-ledger.

           copy "post-client-ledger.cpy".

           copy "run-lock.cpy".

       end program 629RentImp.
