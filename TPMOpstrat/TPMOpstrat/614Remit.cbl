      *  THE NET AMOUNT DUE - SAME PRINTABLE SHAPE AS THE VENDOR
      *  COMPLETION STATEMENT. EACH STATEMENT IS REGISTERED ON THE
      *  COMMS QUEUE SO "DID IT ACTUALLY GO OUT?" HAS AN ANSWER.
      *  A RENT CHANGE ON A PROPERTY - ONE TAKING EFFECT IN THE
      *  MONTH, OR A NOTICE SERVED IN THE MONTH FOR A LATER DATE -
      *  IS SHOWN UNDER THAT PROPERTY, OLD AND NEW FIGURES BOTH.
      *  A NON-RESIDENT LANDLORD WITHOUT AN EXEMPTION IN FORCE HAS
      *  BASIC-RATE TAX WITHHELD FROM THE RENT LESS OUR FEES AND
      *  RECHARGES; THE AMOUNT IS DEDUCTED ON THE STATEMENT AND HELD
      *  ON THE NON-RESIDENT TAX FILE UNTIL THE QUARTERLY RETURN.
      *  THE FEE, ANY TAX AND THE NET PAID OVER ARE DEBITED TO THE
      *  LANDLORD'S CLIENT LEDGER ONCE PER MONTH; A REMITTANCE THE
      *  LANDLORD'S BALANCE CANNOT COVER IS REFUSED AND SAYS SO ON
      *  THE STATEMENT.
      *  LET-ONLY INSTRUCTIONS ARE LEFT OUT - THE RENT IS PAID TO
      *  THE LANDLORD DIRECT AND THERE IS NOTHING TO REMIT. THE
      *  LISTING'S OWN MANAGEMENT RATE IS USED WHERE ONE IS SET.
      *  ANY DAYS A PROPERTY STOOD VOID BETWEEN TENANCIES IN THE
      *  MONTH ARE SHOWN UNDER IT.
      *  RUN FROM THE OPERATING SYSTEM SCHEDULER OR ON DEMAND - NO
      *  SCREEN, NO OPERATOR INPUT.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.

       environment division.

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

              select PropertyFile assign dynamic
              ws-path-propertyfile
              organization indexed
              alternate record key Mjob-Property-ID OF
                Mjob-Record with duplicates.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select renthistfile assign dynamic
                ws-path-renthistfile
              organization indexed
              access dynamic
              file status file-status
              record key Renthist-ID OF Renthist-Record.

              select nrltaxfile assign dynamic ws-path-nrltaxfile
              organization indexed
              access dynamic
              file status file-status
              record key Nrl-ID OF Nrl-Record.

              select statementfile assign dynamic
                ws-path-statementfile
              organization line sequential
              file status file-status.

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
       fd rentfile.
       copy "rentrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd mjobfile.
       copy "maintjobrec.cpy".

       fd renthistfile.
       copy "renthistrec.cpy".

       fd nrltaxfile.
       copy "nrltaxrec.cpy".

       fd statementfile.
       copy "statementrec.cpy".

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
       01 file-status pic xx.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-mjobfile pic x(60) value spaces.
       01 ws-path-renthistfile pic x(60) value spaces.
       01 ws-path-statementfile pic x(60) value spaces.
       01 ws-path-nrltaxfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".


       copy "audit-chain-variables.cpy".

       copy "client-ledger-variables.cpy".
       01 ws-remit-debit pic s9(9)v99 value zero.
       01 ws-remit-paid pic s9(9)v99 value zero.
       01 ws-remit-done pic x(1) value "N".
         88 remit-done value "Y".
       01 ws-refused-count pic 9(5) value zero.

       01 ws-comms-type pic x(10) value spaces.
       01 ws-comms-cust pic x(10) value spaces.
       01 ws-comms-prop pic x(10) value spaces.
       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-net-disp pic -ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-rate-disp pic 9.99 value zero.
       01 ws-prop-rate pic 9v99 value zero.
       01 ws-hist-eof pic x value "0".
         88 hist-eof value "1".
       01 ws-old-rent-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-new-rent-disp pic Z,ZZZ,ZZ9.99 value zero.
       01 ws-landlord-name pic x(30) value spaces.
       01 ws-landlord-addr1 pic x(40) value spaces.
       01 ws-landlord-addr2 pic x(40) value spaces.
       01 ws-landlord-postcode pic x(10) value spaces.
       01 ws-landlord-nrl pic x(1) value spaces.
         88 landlord-is-nrl value "Y" "y".
       01 ws-landlord-exempt-ref pic x(10) value spaces.
       01 ws-landlord-exempt-from pic x(8) value spaces.

      *  NON-RESIDENT LANDLORD WITHHOLDING - THE BASIC RATE OF
      *  INCOME TAX, APPLIED TO THE MONTH'S RENT LESS OUR FEES AND
      *  RECHARGES.
       01 ws-nrl-rate pic 9(2)v99 value 20.00.
       01 ws-nrl-withhold pic x(1) value "N".
         88 nrl-withhold value "Y".
       01 ws-nrl-taxable pic s9(9)v99 value zero.
       01 ws-nrl-tax pic 9(9)v99 value zero.
       01 ws-nrl-eof pic x value "0".
         88 nrl-eof value "1".
       01 ws-nrl-found pic x(1) value "N".
         88 nrl-found value "Y".
       01 ws-nrl-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       copy "void-days-variables.cpy".
       01 ws-void-days-disp pic Z(13)9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "REMIT" to ws-runlock-job
           move "MAINTJOBS NRLTAX CLIENTLED STATEMENTS COMMS" to
             ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "rentledger.dat"
             delimited by size into ws-path-rentfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "maintjobs.dat"
             delimited by size into ws-path-mjobfile
           string function trim (ws-data-dir) "renthist.dat"
             delimited by size into ws-path-renthistfile
           string function trim (ws-data-dir) "nrltax.dat"
             delimited by size into ws-path-nrltaxfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.


           move ws-statement-count to ws-count-disp
           display "Remittance run complete - " ws-count-disp
             " landlord statements written."
           move ws-refused-count to ws-count-disp
           display "Remittances refused - would overdraw the client: "
             ws-count-disp ".".

       p300-gather-landlords.
           move "0" to ws-prop-eof
                           if function upper-case (Property-Status
                             of Property-Record) equal "LT" and
                             Customer-ID of Property-Record not
                             equal spaces and not
                             property-let-only of Property-Record
                               perform p310-note-landlord
                           end-if
                   end-read
           write Statement-Line
           compute ws-net-due = ws-total-collected - ws-total-fee
             - ws-total-recharge
           perform p470-nrl-withholding
           if nrl-withhold
               move ws-nrl-tax to ws-amount-disp
               move spaces to Statement-Text
               string "Non-resident landlord tax:   " ws-amount-disp
                 delimited by size into Statement-Text
               write Statement-Line
               subtract ws-nrl-tax from ws-net-due
           else
               if landlord-is-nrl
                   move spaces to Statement-Text
                   string "Non-resident landlord - exemption "
                     function trim (ws-landlord-exempt-ref)
                     " in force, no tax withheld."
                     delimited by size into Statement-Text
                   write Statement-Line
               end-if
           end-if
           move ws-net-due to ws-net-disp
           move spaces to Statement-Text
           string "Net amount due to you:      " ws-net-disp
             delimited by size into Statement-Text
           write Statement-Line
           perform p480-client-ledger-remit
           move spaces to Statement-Text
           write Statement-Line
           move "Torrans Property Management" to Statement-Text
               move cust-address1 of custrec to ws-landlord-addr1
               move cust-address2 of custrec to ws-landlord-addr2
               move cust-postcode of custrec to ws-landlord-postcode
           end-if
           move spaces to ws-landlord-nrl
           move spaces to ws-landlord-exempt-ref
           move spaces to ws-landlord-exempt-from
           if not key-not-found
               move cust-nrl-status of custrec to ws-landlord-nrl
               move cust-nrl-exempt-ref of custrec to
                 ws-landlord-exempt-ref
               move cust-nrl-exempt-from of custrec to
                 ws-landlord-exempt-from
           end-if.

       p420-statement-properties.
                           if function upper-case (Property-Status
                             of Property-Record) equal "LT" and
                             Customer-ID of Property-Record equal
                             ws-this-landlord and not
                             property-let-only of Property-Record
                               perform p430-statement-one-property
                           end-if
                   end-read
       p430-statement-one-property.
           perform p440-sum-rent-collected
           perform p445-sum-maintenance-recharges
           if Property-Mgmt-Rate of Property-Record is numeric and
             Property-Mgmt-Rate of Property-Record not equal zero
               move Property-Mgmt-Rate of Property-Record to
                 ws-prop-rate
           else
               move Commission-Rate of Property-Record to
                 ws-prop-rate
           end-if
           compute ws-prop-fee rounded =
             ws-prop-collected * ws-prop-rate / 100
           add ws-prop-collected to ws-total-collected
           add ws-prop-fee to ws-total-fee
           add ws-prop-recharge to ws-total-recharge

           move ws-prop-collected to ws-amount-disp
           move ws-prop-rate to ws-rate-disp
           move spaces to Statement-Text
           string "Re: " Property-Address1 of Property-Record ", "
             Property-Postcode of Property-Record
           string "  Management fee at " ws-rate-disp
             " pct:  " ws-amount-disp
             delimited by size into Statement-Text
           write Statement-Line
           perform p435-void-days-in-month
           if ws-void-days not equal zero
               move ws-void-days to ws-void-days-disp
               move spaces to Statement-Text
               string "  Void days between lets:    " ws-void-days-disp
                 delimited by size into Statement-Text
               write Statement-Line
           end-if
           perform p450-rent-change-lines.

       p435-void-days-in-month.

      *  THE RUN MONTH UP TO TODAY. THE PROPERTY IS LET STOCK, SO A
      *  VOID STILL RUNNING COUNTS.
           move Property-ID of Property-Record to ws-void-property
           move function numval (ws-run-month) to ws-void-from
           compute ws-void-from = ws-void-from * 100 + 1
           move function numval (ws-system-date(1:8)) to ws-void-to
           move "Y" to ws-void-open-allowed
           perform p912-property-void-days.

       p450-rent-change-lines.

      *  ANY SERVED OR APPLIED RENT CHANGE ON THE PROPERTY THAT
      *  TOOK EFFECT THIS MONTH, OR WHOSE NOTICE WAS SERVED THIS
      *  MONTH FOR A LATER DATE - SO THE LANDLORD SEES WHY THE
      *  RENT FIGURE MOVES.
           move "0" to ws-hist-eof
           open input renthistfile
           if file-status not equal "35"
               perform until hist-eof
                   read renthistfile next record
                       at end
                           move "1" to ws-hist-eof
                       not at end
                           if Renthist-Property-ID equal
                             Property-ID of Property-Record and
                             renthist-is-binding
                               perform p455-rent-change-line
                           end-if
                   end-read
               end-perform
           end-if
           close renthistfile.

       p455-rent-change-line.
           move Renthist-Old-Rent to ws-old-rent-disp
           move Renthist-New-Rent to ws-new-rent-disp
           if Renthist-Effective(1:6) equal ws-run-month
               move spaces to Statement-Text
               string "  Rent changed from " Renthist-Effective
                 ": " ws-old-rent-disp " to " ws-new-rent-disp
                 delimited by size into Statement-Text
               write Statement-Line
           else
               if Renthist-Notice-Date(1:6) equal ws-run-month and
                 Renthist-Effective(1:6) greater than ws-run-month
                   move spaces to Statement-Text
                   string "  Rent increase served for "
                     Renthist-Effective ": " ws-old-rent-disp
                     " to " ws-new-rent-disp
                     delimited by size into Statement-Text
                   write Statement-Line
               end-if
           end-if.

       p445-sum-maintenance-recharges.

      *  EVERY MAINTENANCE JOB ON THE PROPERTY WITH THE RECHARGE
      *  FLAG SET - ITS INVOICED COST COMES OFF THE LANDLORD'S
      *  REMITTANCE. A JOB THE PAYMENT RUN PAID TO THE CONTRACTOR
      *  COMES OFF THE FIRST STATEMENT AFTER THE PAYMENT, WHICH IS
      *  STAMPED ON THE JOB SO A RE-RUN SHOWS IT AGAIN AND A LATER
      *  MONTH DOES NOT; ONE PAID BY HAND COMES OFF IN THE MONTH IT
      *  WAS COMPLETED. A JOB STILL AWAITING PAYMENT WAITS.
           move zero to ws-prop-recharge
           move "0" to ws-mjob-eof
           open i-o mjobfile
           if file-status not equal "35"
               perform until mjob-eof
                   read mjobfile next record
                       not at end
                           if Mjob-Property-ID of Mjob-Record
                             equal Property-ID of Property-Record
                             and mjob-is-recharged
                               perform p446-recharge-one-job
                           end-if
                   end-read
               end-perform
           end-if
           close mjobfile.

       p446-recharge-one-job.
           if Mjob-Pay-Status of Mjob-Record equal spaces
               if Mjob-Completed of Mjob-Record (1:6) equal
                 ws-run-month
                   add Mjob-Invoice-Amount of Mjob-Record to
                     ws-prop-recharge
               end-if
               exit paragraph
           end-if
           if Mjob-Remit-Month of Mjob-Record equal ws-run-month
               add Mjob-Invoice-Amount of Mjob-Record to
                 ws-prop-recharge
               exit paragraph
           end-if
           if mjob-pay-paid and
             Mjob-Remit-Month of Mjob-Record equal spaces
               add Mjob-Invoice-Amount of Mjob-Record to
                 ws-prop-recharge
               move ws-run-month to Mjob-Remit-Month
               rewrite Mjob-Record
                   invalid key
                       continue
               end-rewrite
           end-if.

       p440-sum-rent-collected.

      *  EVERY RENT LEDGER ROW FOR THE PROPERTY WITH A RECEIPT
           end-if
           close rentfile.

       p470-nrl-withholding.

      *  TAX IS WITHHELD FROM A NON-RESIDENT LANDLORD UNLESS AN
      *  EXEMPTION IS IN FORCE BY THE STATEMENT DATE. A MONTH
      *  ALREADY RETURNED KEEPS THE FIGURE THAT WAS RETURNED.
           move "N" to ws-nrl-withhold
           move zero to ws-nrl-tax
           if not landlord-is-nrl
               exit paragraph
           end-if
           if ws-landlord-exempt-ref not equal spaces and
             ws-landlord-exempt-from is numeric and
             ws-landlord-exempt-from not greater than
             ws-system-date(1:8)
               exit paragraph
           end-if
           move "Y" to ws-nrl-withhold
           move ws-net-due to ws-nrl-taxable
           if ws-nrl-taxable less than zero
               move zero to ws-nrl-taxable
           end-if
           compute ws-nrl-tax rounded =
             ws-nrl-taxable * ws-nrl-rate / 100
           perform p475-record-nrl-tax.

       p475-record-nrl-tax.

      *  ONE ROW PER LANDLORD PER MONTH - A RE-RUN OF THE MONTH
      *  REPLACES THE HELD FIGURE RATHER THAN ADDING A SECOND.
           move "N" to ws-nrl-found
           move "0" to ws-nrl-eof
           open i-o nrltaxfile
           if file-status = "35"
               close nrltaxfile
               open output nrltaxfile
               close nrltaxfile
               open i-o nrltaxfile
           end-if
           perform until nrl-eof
               read nrltaxfile next record
                   at end
                       move "1" to ws-nrl-eof
                   not at end
                       if Nrl-Landlord-ID equal ws-this-landlord and
                         Nrl-Month equal ws-run-month
                           move "Y" to ws-nrl-found
                           move "1" to ws-nrl-eof
                       end-if
               end-read
           end-perform
           if nrl-found and nrl-is-returned
               move Nrl-Tax to ws-nrl-tax
               close nrltaxfile
               exit paragraph
           end-if
           if not nrl-found
               close nrltaxfile
               perform p476-generate-nrl-reference
               open i-o nrltaxfile
               move spaces to Nrl-Record
               move ws-nrl-reference to Nrl-ID
               move ws-this-landlord to Nrl-Landlord-ID
               move ws-run-month to Nrl-Month
           end-if
           move ws-total-collected to Nrl-Rent
           compute Nrl-Expenses = ws-total-fee + ws-total-recharge
           move ws-nrl-taxable to Nrl-Taxable
           move ws-nrl-rate to Nrl-Rate
           move ws-nrl-tax to Nrl-Tax
           move "H" to Nrl-Status
           move ws-system-date to Nrl-Recorded
           if nrl-found
               rewrite Nrl-Record
                   invalid key
                       continue
               end-rewrite
           else
               write Nrl-Record
                   invalid key
                       continue
               end-write
           end-if
           close nrltaxfile

           move "NRLTAX" to ws-audit-type
           move Nrl-ID to ws-audit-key
           move "WITHHELD" to ws-audit-action
           perform p900-write-audit.

       p476-generate-nrl-reference.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "NRLTAX    " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "NRLTAX    " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile.

           move Seq-Next-Value to ws-numeric-reference
           move ws-numeric-reference to ws-nrl-reference.

       p480-client-ledger-remit.

      *  THE MONTH'S FEE, TAX AND NET PAYMENT COME OUT OF THE
      *  LANDLORD'S CLIENT BALANCE (RENT IN, RECHARGES OUT, AS
      *  POSTED WHERE THEY HAPPENED). A MONTH ALREADY PAID IS NOT
      *  PAID AGAIN ON A RE-RUN, AND ONE THE BALANCE WILL NOT
      *  COVER IS REFUSED RATHER THAN PAID FROM OTHER CLIENTS' MONEY.
           move "N" to ws-remit-done
           move ws-this-landlord to ws-cled-client
           move ws-run-month to ws-cled-source
           move "MF" to ws-cled-type
           perform p908-client-balance
           if cled-already-posted
               move "Y" to ws-remit-done
           end-if
           move "NT" to ws-cled-type
           perform p908-client-balance
           if cled-already-posted
               move "Y" to ws-remit-done
           end-if
           move "RM" to ws-cled-type
           perform p908-client-balance
           if cled-already-posted
               move "Y" to ws-remit-done
           end-if
           if remit-done
               move spaces to Statement-Text
               move "Already paid from your client account this month."
                 to Statement-Text
               write Statement-Line
               exit paragraph
           end-if

           move zero to ws-remit-paid
           if ws-net-due greater than zero
               move ws-net-due to ws-remit-paid
           end-if
           compute ws-remit-debit = ws-total-fee + ws-remit-paid
           if nrl-withhold
               add ws-nrl-tax to ws-remit-debit
           end-if
           if ws-remit-debit greater than ws-cled-balance
               add 1 to ws-refused-count
               move ws-cled-balance to ws-net-disp
               move spaces to Statement-Text
               string "PAYMENT WITHHELD - client balance only "
                 ws-net-disp
                 delimited by size into Statement-Text
               write Statement-Line
               move "REMIT" to ws-audit-type
               move ws-this-landlord to ws-audit-key
               move "REFUSED" to ws-audit-action
               perform p900-write-audit
               exit paragraph
           end-if

           move spaces to ws-cled-property
           move ws-run-month to ws-cled-source
           move "MF" to ws-cled-type
           compute ws-cled-amount = 0 - ws-total-fee
           perform p907-post-client-ledger
           if nrl-withhold
               move "NT" to ws-cled-type
               compute ws-cled-amount = 0 - ws-nrl-tax
               perform p907-post-client-ledger
           end-if
           move "RM" to ws-cled-type
           compute ws-cled-amount = 0 - ws-remit-paid
           perform p907-post-client-ledger
           compute ws-remit-debit = ws-cled-balance - ws-remit-debit
           move ws-remit-debit to ws-net-disp
           move spaces to Statement-Text
           string "Client account balance after: " ws-net-disp
             delimited by size into Statement-Text
           write Statement-Line.

       p925-queue-communication.

      *  REGISTERS THE STATEMENT ON THE OUTBOUND COMMS QUEUE UNDER

           copy "write-audit-chained.cpy".

           copy "post-client-ledger.cpy".

           copy "void-days.cpy".

           copy "run-lock.cpy".

       end program 614Remit.
