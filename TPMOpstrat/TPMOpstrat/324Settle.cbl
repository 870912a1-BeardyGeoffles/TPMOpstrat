      *  PRINTABLE SETTLEMENT STATEMENT GOES TO THE TENANT LIKE THE
      *  VENDOR STATEMENT GOES TO A VENDOR, AND APPROVING THE
      *  SETTLEMENT MARKS THE NET REFUND DUE SO THE BANK PAYMENT
      *  RUN PICKS IT UP. WHERE THE TENANCY HAS A CHECK-IN /
      *  CHECK-OUT INVENTORY WITH COSTED ITEMS, THE DAMAGE AND
      *  CLEANING FIGURES ARE THE TOTALS OF THOSE ITEMS RATHER THAN
      *  KEYED LUMP SUMS, AND THE STATEMENT ITEMISES EACH ONE.
      *  APPROVAL MOVES THE DEDUCTIONS FROM THE TENANT'S CLIENT
      *  LEDGER TO THE LANDLORD'S.
      *  A DEDUCTION THE TENANT TAKES TO THE DEPOSIT SCHEME IS
      *  RECORDED HERE AS A DISPUTE CASE - AMOUNT, EVIDENCE DEADLINE
      *  AND DATE SENT - WHICH HOLDS THE SETTLEMENT BACK FROM THE
      *  PAYMENT RUN. RECORDING THE ADJUDICATOR'S AWARD ADDS THE
      *  DEDUCTIONS OVERTURNED BACK TO THE REFUND, MOVES THEM BACK
      *  ACROSS THE CLIENT LEDGERS AND RELEASES THE SETTLEMENT.

       environment division.

              alternate record key Rent-Tenancy-ID OF
                Rent-Record with duplicates.

              select invfile assign dynamic ws-path-invfile
              organization indexed
              access dynamic
              file status file-status
              record key Inv-ID OF Inv-Record.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
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

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select disputefile assign dynamic
                ws-path-disputefile
              organization indexed
              access dynamic
              file status file-status
              record key Dispute-Tenancy-ID OF Dispute-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.
       fd rentfile.
       copy "rentrec.cpy".

       fd invfile.
       copy "inventoryrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd statementfile.
       copy "statementrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd disputefile.
       copy "disputerec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

         88 approve-settlement value "Y" "y".
       01 ws-print-statement PIC X(1) value "N".
         88 print-statement value "Y" "y".
       01 ws-open-inventory PIC X(1) value "N".
         88 open-inventory value "Y" "y".
       01 ws-raise-dispute PIC X(1) value "N".
         88 raise-dispute value "Y" "y".
       01 ws-record-award PIC X(1) value "N".
         88 record-award value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-error pic x(70) VALUE spaces.

       01 ws-path-settlefile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-invfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-statementfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-disputefile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.

       copy "audit-chain-variables.cpy".

       copy "client-ledger-variables.cpy".
       01 ws-cled-tenancy-id pic x(10) value spaces.
       01 ws-cled-tenant-id pic x(10) value spaces.
       01 ws-cled-deposit pic 9(7)v99 value zero.
       01 ws-cled-deducted pic 9(7)v99 value zero.
       01 ws-cled-landlord-id pic x(10) value spaces.

       01 ws-deposit-held pic 9(7)v99 value zero.
       01 ws-shortfall pic 9(7)v99 value zero.
       01 ws-line-short pic 9(7)v99 value zero.
       01 ws-tenant-id pic x(10) value spaces.
       01 ws-tenant-name pic x(30) value spaces.
       01 ws-settle-status pic x(1) value spaces.
       01 ws-inv-damage pic 9(7)v99 value zero.
       01 ws-inv-cleaning pic 9(7)v99 value zero.
       01 ws-inv-costed pic 9(5) value zero.
       01 ws-inv-costed-disp pic ZZZZ9 value zero.
       01 ws-inv-note pic x(70) value spaces.
       01 ws-inv-item-type pic x(1) value spaces.

       01 ws-tenancy-scheme pic x(2) value spaces.
       01 ws-dsp-loaded-for pic x(10) value spaces.
       01 ws-dsp-scheme pic x(2) value spaces.
       01 ws-dsp-status pic x(1) value spaces.
       01 ws-dsp-amount pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-dsp-evidence-due pic x(8) value spaces.
       01 ws-dsp-evidence-sent pic x(8) value spaces.
       01 ws-dsp-award pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-dsp-amount-num pic 9(7)v99 value zero.
       01 ws-dsp-award-num pic 9(7)v99 value zero.
       01 ws-dsp-deducted pic 9(7)v99 value zero.
       01 ws-award-adjust pic 9(7)v99 value zero.
       01 ws-st-was-posted pic x(1) value "N".
         88 st-was-posted value "Y".

       Screen section.

         03 value "]  [".
         03 pic x(30) using ws-set-other-desc highlight prompt " ".
         03 value "]".
         03 line 11 col 2 pic x(70) from ws-inv-note.
         03 line 12 col 2 value "Net refund due: [".
         03 pic x(14) from ws-net-disp.
         03 value "]".
         03 value "]  Approve refund?: [".
         03 pic x(1) using ws-approve highlight prompt " ".
         03 value "]".
         03 line 15 col 2 value "Inventory?:     [".
         03 pic x(1) using ws-open-inventory highlight prompt " ".
         03 value "]  Check-in / check-out schedule and comparison".
         03 line 16 col 2 value
           "Approval marks the refund due for the bank payment"
           & " run.".
         03 foreground-color 14 line 17 col 2 value
           "DEPOSIT DISPUTE".
         03 line 17 col 18 value "Scheme: [".
         03 pic x(2) from ws-dsp-scheme.
         03 value "]  Case: [".
         03 pic x(1) from ws-dsp-status.
         03 value "] O=Open E=Evidence sent A=Awarded".
         03 line 18 col 2 value "Disputed amount:[".
         03 pic Z,ZZZ,ZZ9.99 using ws-dsp-amount highlight
           prompt " ".
         03 value "]  Evidence due: [".
         03 pic x(8) using ws-dsp-evidence-due highlight prompt " ".
         03 value "]  Sent: [".
         03 pic x(8) using ws-dsp-evidence-sent highlight
           prompt " ".
         03 value "]".
         03 line 19 col 2 value "Award to tenant:[".
         03 pic Z,ZZZ,ZZ9.99 using ws-dsp-award highlight
           prompt " ".
         03 value "]  Record dispute?: [".
         03 pic x(1) using ws-raise-dispute highlight prompt " ".
         03 value "]  Record award?: [".
         03 pic x(1) using ws-record-award highlight prompt " ".
         03 value "]".
         03 line 20 col 2 value
           "Dates as YYYYMMDD. A dispute holds the refund until the"
           & " award is recorded.".
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "rentledger.dat"
             delimited by size into ws-path-rentfile
           string function trim (ws-data-dir) "inventory.dat"
             delimited by size into ws-path-invfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "disputes.dat"
             delimited by size into ws-path-disputefile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

               move "1" to ws-done
               exit
           end-if
           perform p520-refresh-figures
           if not done
               evaluate TRUE
                   when prepare-settlement
                   when approve-settlement
                       perform p250-approve-settlement
                       move "N" to ws-approve
                   when open-inventory
                       call "330Invent"
                       move "N" to ws-open-inventory
                   when raise-dispute
                       perform p270-record-dispute
                       move "N" to ws-raise-dispute
                   when record-award
                       perform p280-record-award
                       move "N" to ws-record-award
                   when other
                       continue
               end-evaluate
           move zero to ws-shortfall-disp
           move zero to ws-net-disp
           move spaces to ws-settle-status
           move spaces to ws-inv-note
           move zero to ws-award-adjust
           if ws-set-tenancy-id equal spaces or
             function trim (ws-set-tenancy-id) is not numeric
               exit paragraph
           end-if
           move Tenancy-Deposit to ws-deposit-held
           move Tenancy-Tenant-ID to ws-tenant-id
           move Tenancy-Scheme to ws-tenancy-scheme
           move ws-deposit-held to ws-deposit-disp

           perform p530-sum-rent-shortfall
           move ws-shortfall to ws-shortfall-disp

      *  COSTED INVENTORY ITEMS TAKE THE PLACE OF THE KEYED DAMAGE
      *  AND CLEANING LUMP SUMS - THE EVIDENCE DRIVES THE FIGURE.
           perform p540-sum-inventory-costs
           if ws-inv-costed greater than zero
               move ws-inv-damage to ws-set-damage
               move ws-inv-cleaning to ws-set-cleaning
               move ws-inv-costed to ws-inv-costed-disp
               string "Damage and cleaning totalled from "
                 function trim (ws-inv-costed-disp)
                 " costed inventory items."
                 delimited by size into ws-inv-note
           end-if

           compute ws-net-refund = ws-deposit-held
             - function numval (ws-set-damage)
             - function numval (ws-set-cleaning)
           close settlefile
           if not key-not-found
               move Settle-Status to ws-settle-status
               if Settle-Award-Adjust is numeric
                   move Settle-Award-Adjust to ws-award-adjust
               end-if
           end-if
           add ws-award-adjust to ws-net-refund
           move ws-net-refund to ws-net-disp
           if ws-dsp-loaded-for not equal ws-set-tenancy-id
               perform p525-load-dispute
           end-if.

       p525-load-dispute.

      *  THE DISPUTE CASE IS PULLED ONTO THE SCREEN ONCE, WHEN THE
      *  TENANCY IS FIRST KEYED, SO WHAT IS TYPED OVER IT SURVIVES
      *  UNTIL IT IS RECORDED.
           move ws-set-tenancy-id to ws-dsp-loaded-for
           move spaces to ws-dsp-scheme
           move spaces to ws-dsp-status
           move zero to ws-dsp-amount
           move spaces to ws-dsp-evidence-due
           move spaces to ws-dsp-evidence-sent
           move zero to ws-dsp-award
           move ws-tenancy-scheme to ws-dsp-scheme
           move "0" to invalid-data
           open input disputefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-set-tenancy-id to Dispute-Tenancy-ID
           read disputefile
               invalid key
                   move "1" to invalid-data
           end-read
           close disputefile
           if key-not-found
               exit paragraph
           end-if
           move Dispute-Scheme to ws-dsp-scheme
           move Dispute-Status to ws-dsp-status
           move Dispute-Amount to ws-dsp-amount
           move Dispute-Evidence-Due to ws-dsp-evidence-due
           move Dispute-Evidence-Sent to ws-dsp-evidence-sent
           move Dispute-Award-Tenant to ws-dsp-award.

       p540-sum-inventory-costs.

      *  THE COST OF EVERY INVENTORY ITEM ON THE TENANCY, SPLIT
      *  INTO DAMAGE AND CLEANING AS THE CHECK-OUT GRADED THEM.
           move zero to ws-inv-damage
           move zero to ws-inv-cleaning
           move zero to ws-inv-costed
           move spaces to ws-inv-note
           move "0" to end-of-file
           open input invfile
           if file-status not equal "35"
               perform until eof
                   read invfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Inv-Tenancy-ID equal ws-set-tenancy-id
                             and Inv-Cost not equal zero
                               add 1 to ws-inv-costed
                               if inv-is-damage
                                   add Inv-Cost to ws-inv-damage
                               else
                                   add Inv-Cost to ws-inv-cleaning
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close invfile.

       p530-sum-rent-shortfall.

      *  THE UNPAID BALANCE OF EVERY RENT ROW ON THE TENANCY -
               close settlefile
               exit paragraph
           end-if
           if not key-not-found and settle-is-disputed
               move "Settlement is in dispute - record the award."
                 to ws-error
               close settlefile
               exit paragraph
           end-if
           if key-not-found or Settle-Award-Adjust is not numeric
               move zero to Settle-Award-Adjust
           end-if
           move ws-set-tenancy-id to Settle-Tenancy-ID
           move ws-tenant-id to Settle-Tenant-ID
           move ws-deposit-held to Settle-Deposit
               close settlefile
               exit paragraph
           end-if
           if settle-is-disputed
               move "Settlement is in dispute - record the award."
                 to ws-error
               close settlefile
               exit paragraph
           end-if
           move "A" to Settle-Status
           rewrite Settle-Record
               invalid key
                   continue
           end-rewrite
           move Settle-Tenancy-ID to ws-cled-tenancy-id
           move Settle-Tenant-ID to ws-cled-tenant-id
           move Settle-Deposit to ws-cled-deposit
           if Settle-Net-Refund greater than zero
               compute ws-cled-deducted =
                 Settle-Deposit - Settle-Net-Refund
           else
               move Settle-Deposit to ws-cled-deducted
           end-if
           close settlefile
           perform p255-post-settlement-ledger

           move "SETTLEMENT" to ws-audit-type
           move ws-set-tenancy-id to ws-audit-key
             "Refund approved - will go on the next payment run."
             to ws-error.

       p255-post-settlement-ledger.

      *  THE DEDUCTIONS LEAVE THE TENANT'S CLIENT LEDGER FOR THE
      *  LANDLORD'S; THE NET REFUND LEAVES WHEN THE PAYMENT RUN PAYS
      *  IT. A DEPOSIT TAKEN BEFORE THE LEDGER EXISTED IS BROUGHT
      *  ONTO IT FIRST. APPROVING TWICE POSTS NOTHING TWICE.
           move spaces to ws-cled-property
           move spaces to ws-cled-landlord-id
           open input tenancyfile
           if file-status not equal "35"
               move ws-cled-tenancy-id to Tenancy-ID
               read tenancyfile
                   invalid key
                       continue
                   not invalid key
                       move Tenancy-Property-ID to ws-cled-property
               end-read
           end-if
           close tenancyfile
           open input PropertyFile
           if file-status not equal "35"
               move ws-cled-property to
                 Property-ID of Property-Record
               read PropertyFile
                   invalid key
                       continue
                   not invalid key
                       move Customer-ID of Property-Record to
                         ws-cled-landlord-id
               end-read
           end-if
           close PropertyFile

           move ws-cled-tenant-id to ws-cled-client
           move "DP" to ws-cled-type
           move spaces to ws-cled-source
           perform p908-client-balance
           if not cled-already-posted
               move ws-cled-deposit to ws-cled-amount
               move ws-cled-tenancy-id to ws-cled-source
               perform p907-post-client-ledger
           end-if

           move "ST" to ws-cled-type
           move ws-cled-tenancy-id to ws-cled-source
           perform p908-client-balance
           if cled-already-posted or ws-cled-deducted equal zero
               exit paragraph
           end-if
           compute ws-cled-amount = 0 - ws-cled-deducted
           perform p907-post-client-ledger
           move ws-cled-landlord-id to ws-cled-client
           move ws-cled-deducted to ws-cled-amount
           perform p907-post-client-ledger.

       p270-record-dispute.

      *  OPENS OR UPDATES THE DISPUTE CASE. THE FIRST TIME, THE
      *  SETTLEMENT GOES TO D SO THE PAYMENT RUN LEAVES IT ALONE;
      *  AFTER THAT ONLY THE DEADLINE AND DATE SENT MOVE ON.
           if ws-set-tenancy-id equal spaces or
             ws-deposit-disp equal zero
               move "Key a valid tenancy reference first." to
                 ws-error
               exit paragraph
           end-if
           move function numval (ws-dsp-amount) to ws-dsp-amount-num
           if ws-dsp-amount-num equal zero
               move "Key the amount the tenant disputes." to
                 ws-error
               exit paragraph
           end-if
           if ws-dsp-evidence-due equal spaces or
             function trim (ws-dsp-evidence-due) is not numeric
               move "Key the evidence deadline as YYYYMMDD." to
                 ws-error
               exit paragraph
           end-if
           if ws-dsp-evidence-sent not equal spaces and
             function trim (ws-dsp-evidence-sent) is not numeric
               move "Key the date evidence was sent as YYYYMMDD."
                 to ws-error
               exit paragraph
           end-if

           move "0" to invalid-data
           open i-o settlefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-set-tenancy-id to Settle-Tenancy-ID
           read settlefile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move "Prepare the settlement before the dispute." to
                 ws-error
               close settlefile
               exit paragraph
           end-if
           if settle-is-paid
               move "Settlement already paid - locked." to ws-error
               close settlefile
               exit paragraph
           end-if
           if Settle-Net-Refund greater than zero
               compute ws-dsp-deducted =
                 Settle-Deposit - Settle-Net-Refund
           else
               move Settle-Deposit to ws-dsp-deducted
           end-if
           if ws-dsp-amount-num greater than ws-dsp-deducted
               move "Disputed amount exceeds the deductions made."
                 to ws-error
               close settlefile
               exit paragraph
           end-if

           open i-o disputefile
           if file-status = "35"
               close disputefile
               open output disputefile
               close disputefile
               open i-o disputefile
           end-if
           move "0" to invalid-data
           move ws-set-tenancy-id to Dispute-Tenancy-ID
           read disputefile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found and dispute-is-awarded
               move "Award already recorded - case closed." to
                 ws-error
               close disputefile
               close settlefile
               exit paragraph
           end-if
           if key-not-found
               move spaces to Dispute-Record
               move ws-set-tenancy-id to Dispute-Tenancy-ID
               move Settle-Tenant-ID to Dispute-Tenant-ID
               move ws-dsp-scheme to Dispute-Scheme
               move ws-system-date(1:8) to Dispute-Opened
               move zero to Dispute-Award-Tenant
               move Settle-Status to Dispute-Prior-Status
           end-if
           move ws-dsp-amount-num to Dispute-Amount
           move ws-dsp-evidence-due to Dispute-Evidence-Due
           move ws-dsp-evidence-sent to Dispute-Evidence-Sent
           if ws-dsp-evidence-sent equal spaces
               move "O" to Dispute-Status
           else
               move "E" to Dispute-Status
           end-if
           move ws-session-user-id to Dispute-User-ID
           if key-not-found
               write Dispute-Record
                   invalid key
                       continue
               end-write
               move "OPEN" to ws-audit-action
           else
               rewrite Dispute-Record
                   invalid key
                       continue
               end-rewrite
               move "UPDATE" to ws-audit-action
           end-if
           move Dispute-Status to ws-dsp-status
           move Dispute-Scheme to ws-dsp-scheme
           close disputefile

           move "D" to Settle-Status
           rewrite Settle-Record
               invalid key
                   continue
           end-rewrite
           close settlefile

           move "DISPUTE" to ws-audit-type
           move ws-set-tenancy-id to ws-audit-key
           perform p900-write-audit

           move "Dispute recorded - refund held until the award."
             to ws-error.

       p280-record-award.

      *  THE ADJUDICATOR'S AWARD TO THE TENANT IS ADDED BACK TO THE
      *  NET REFUND AND THE SETTLEMENT IS RELEASED AS APPROVED FOR
      *  THE NEXT PAYMENT RUN. IF THE DEDUCTIONS HAD ALREADY MOVED
      *  TO THE LANDLORD'S CLIENT LEDGER, THE AWARD MOVES BACK.
           move function numval (ws-dsp-award) to ws-dsp-award-num
           move "0" to invalid-data
           open i-o disputefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-set-tenancy-id to Dispute-Tenancy-ID
           read disputefile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move "Record the dispute before the award." to
                 ws-error
               close disputefile
               exit paragraph
           end-if
           if dispute-is-awarded
               move "Award already recorded - case closed." to
                 ws-error
               close disputefile
               exit paragraph
           end-if
           if ws-dsp-award-num greater than Dispute-Amount
               move "Award exceeds the amount in dispute." to
                 ws-error
               close disputefile
               exit paragraph
           end-if

           move "0" to invalid-data
           open i-o settlefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-set-tenancy-id to Settle-Tenancy-ID
           read settlefile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found or not settle-is-disputed
               move "Settlement is not held in dispute." to ws-error
               close settlefile
               close disputefile
               exit paragraph
           end-if

           move ws-dsp-award-num to Dispute-Award-Tenant
           move ws-system-date(1:8) to Dispute-Award-Date
           move "A" to Dispute-Status
           move ws-session-user-id to Dispute-User-ID
           rewrite Dispute-Record
               invalid key
                   continue
           end-rewrite
           close disputefile
           move "A" to ws-dsp-status

      *  WHETHER THE DEDUCTIONS WERE ALREADY ON THE LANDLORD'S
      *  LEDGER IS TAKEN BEFORE THE SETTLEMENT CHANGES.
           move Settle-Tenant-ID to ws-cled-client
           move "ST" to ws-cled-type
           move Settle-Tenancy-ID to ws-cled-source
           perform p908-client-balance
           move ws-cled-already to ws-st-was-posted

           if Settle-Award-Adjust is not numeric
               move zero to Settle-Award-Adjust
           end-if
           add ws-dsp-award-num to Settle-Award-Adjust
           add ws-dsp-award-num to Settle-Net-Refund
           move "A" to Settle-Status
           rewrite Settle-Record
               invalid key
                   continue
           end-rewrite
           move Settle-Tenancy-ID to ws-cled-tenancy-id
           move Settle-Tenant-ID to ws-cled-tenant-id
           move Settle-Deposit to ws-cled-deposit
           if Settle-Net-Refund greater than zero
               compute ws-cled-deducted =
                 Settle-Deposit - Settle-Net-Refund
           else
               move Settle-Deposit to ws-cled-deducted
           end-if
           close settlefile
           perform p255-post-settlement-ledger
           if st-was-posted and ws-dsp-award-num not equal zero
               move ws-cled-tenant-id to ws-cled-client
               move "SA" to ws-cled-type
               move ws-cled-tenancy-id to ws-cled-source
               move ws-dsp-award-num to ws-cled-amount
               perform p907-post-client-ledger
               move ws-cled-landlord-id to ws-cled-client
               compute ws-cled-amount = 0 - ws-dsp-award-num
               perform p907-post-client-ledger
           end-if

           move "DISPUTE" to ws-audit-type
           move ws-set-tenancy-id to ws-audit-key
           move "AWARD" to ws-audit-action
           perform p900-write-audit

           move "Award recorded - refund released to the payment run."
             to ws-error.

       p560-print-statement.

      *  THE TENANT'S SETTLEMENT STATEMENT - SAME PRINTABLE SHAPE
           string "Less damage:               " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move "D" to ws-inv-item-type
           perform p570-itemise-inventory
           move function numval (ws-set-cleaning) to
             ws-amount-disp
           move spaces to Statement-Text
           string "Less cleaning:             " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           move "C" to ws-inv-item-type
           perform p570-itemise-inventory
           move ws-shortfall to ws-amount-disp
           move spaces to Statement-Text
           string "Less rent shortfall:       " ws-amount-disp
                 delimited by size into Statement-Text
               write Statement-Line
           end-if
           if ws-award-adjust not equal zero
               move ws-award-adjust to ws-amount-disp
               move spaces to Statement-Text
               string "Add back, scheme award:    " ws-amount-disp
                 delimited by size into Statement-Text
               write Statement-Line
           end-if
           move spaces to Statement-Text
           write Statement-Line
           move spaces to Statement-Text

           move "Settlement statement printed." to ws-error.

       p570-itemise-inventory.

      *  ONE LINE PER COSTED INVENTORY ITEM OF THE TYPE JUST
      *  TOTALLED - WHAT, WHERE, ITS CONDITION IN AND OUT, AND THE
      *  AMOUNT - SO THE TENANT SEES WHAT IS CLAIMED AND WHY.
           move "0" to end-of-file
           open input invfile
           if file-status not equal "35"
               perform until eof
                   read invfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Inv-Tenancy-ID equal ws-set-tenancy-id
                             and Inv-Cost not equal zero and
                             function upper-case (Inv-Charge-Type)
                             equal ws-inv-item-type
                               move Inv-Cost to ws-amount-disp
                               move spaces to Statement-Text
                               string "  " Inv-Room " " Inv-Item
                                 " in " Inv-In-Grade " out "
                                 Inv-Out-Grade " " ws-amount-disp
                                 delimited by size into
                                 Statement-Text
                               write Statement-Line
                               if Inv-Out-Notes not equal spaces
                                   move spaces to Statement-Text
                                   string "    " Inv-Out-Notes
                                     delimited by size into
                                     Statement-Text
                                   write Statement-Line
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close invfile.

       p565-read-tenant-name.
           move spaces to ws-tenant-name
           move "0" to invalid-data

           copy "write-audit-chained.cpy".

           copy "post-client-ledger.cpy".

       end program 324Settle.
