      *  COVERS, AND CLOSES WITH THE RECONCILED BALANCE AGAINST THE
      *  BALANCE HELD ON MONIESFILE. THIS IS THE CHECK THE
      *  ACCOUNTANT USED TO DO BY HAND AGAINST THE RECEIPTS
      *  PRINTOUT EVERY MONTH. THE CLIENT LEDGER TOTAL - THE SUM OF
      *  EVERY CLIENT'S BALANCE - IS SHOWN AGAINST THE RECONCILED
      *  BALANCE, AND THE FIGURES ARE KEPT ON THE RECONCILIATION
      *  CONTROL RECORD FOR THE DAILY CLIENT BALANCES LIST.
      *  CASH AND CHEQUES PAID IN OVER THE COUNTER LAND AS ONE BANK
      *  CREDIT PER PAYING-IN SLIP, SO A STATEMENT LINE THAT MATCHES
      *  NO SINGLE RECEIPT IS TRIED AGAINST THE SLIPS MARKED BANKED
      *  ON THE BANKING SHEET - SAME TOTAL, CREDITED NO EARLIER THAN
      *  THE SLIP WAS BANKED - AND A MATCHED SLIP COVERS EVERY
      *  RECEIPT ON IT.
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

              select bankstmtfile assign dynamic
                ws-path-bankstmtfile
              organization line sequential
              file status file-status
              record key Monies-ID OF Monies-Record.

              select counterfile assign dynamic ws-path-counterfile
              organization indexed
              access dynamic
              file status file-status
              record key Ctr-ID OF Ctr-Record.

              select reconrptfile assign dynamic
                ws-path-reconrptfile
              organization line sequential
              file status file-status.

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select reconbalfile assign dynamic
                ws-path-reconbalfile
              organization line sequential
              file status file-status.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.
       fd moniesfile.
       copy "moniesrec.cpy".

       fd counterfile.
       copy "counterrec.cpy".

       fd reconrptfile.

      *  RECONCILIATION REPORT LINE - ONE FREE-TEXT LINE PER
       01 Reconrpt-Line.
         03 Reconrpt-Text pic x(120).

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd reconbalfile.
       copy "reconbalrec.cpy".

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
       01 ws-path-bankstmtfile pic x(60) value spaces.
       01 ws-path-moniesfile pic x(60) value spaces.
       01 ws-path-reconrptfile pic x(60) value spaces.
       01 ws-path-counterfile pic x(60) value spaces.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-reconbalfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-balance-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-diff-disp pic -ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-ledger-total pic s9(9)v99 value zero.

      *  PAYING-IN SLIPS MARKED BANKED ON THE BANKING SHEET - ONE
      *  ENTRY PER PAYING-IN REFERENCE WITH ITS TOTAL, THE DAY IT
      *  WAS BANKED AND HOW MANY RECEIPTS IT CARRIES. A SLIP CAN
      *  ONLY SATISFY ONE STATEMENT LINE PER RUN.
       01 ws-slip-table.
         03 ws-slip-entry occurs 500 times.
           05 ws-slip-ref pic x(10).
           05 ws-slip-banked pic x(8).
           05 ws-slip-total pic 9(9)v99.
           05 ws-slip-receipts pic 9(4).
           05 ws-slip-claimed pic x(1).
       01 ws-slip-count pic 9(3) value zero.
       01 ws-slip-sub pic 9(3) value zero.
       01 ws-slip-found pic 9(3) value zero.
       01 ws-slip-matched pic 9(3) value zero.
       01 ws-slip-receipts-disp pic ZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "RECONCILE" to ws-runlock-job
           move "RECONBAL" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
             delimited by size into ws-path-moniesfile
           string function trim (ws-data-dir) "reconcile.txt"
             delimited by size into ws-path-reconrptfile
           string function trim (ws-data-dir) "counterreceipts.dat"
             delimited by size into ws-path-counterfile
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "reconbal.dat"
             delimited by size into ws-path-reconbalfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           open input bankstmtfile
           if file-status = "35"
               display "Reconciliation: no statement export found."
               exit paragraph
           end-if

           open output reconrptfile
           move spaces to Reconrpt-Text
           write Reconrpt-Line

           perform p250-load-paying-in-slips
           move "0" to ws-stmt-eof
           perform until stmt-eof
               read bankstmtfile next record
           end-if

           perform p310-find-matching-receipt
           if not match-found
               perform p340-find-matching-slip
           end-if
           move ws-stmt-amount to ws-amount-disp
           if match-found and ws-slip-matched not equal zero
               add 1 to ws-matched-count
               add ws-stmt-amount to ws-reconciled-balance
               move ws-slip-receipts (ws-slip-matched) to
                 ws-slip-receipts-disp
               move spaces to Reconrpt-Text
               string "  MATCHED:    " ws-stmt-date " "
                 ws-amount-disp " paying-in "
                 ws-slip-ref (ws-slip-matched) " ("
                 function trim (ws-slip-receipts-disp)
                 " receipts) " ws-stmt-description
                 delimited by size into Reconrpt-Text
               write Reconrpt-Line
           else
               if match-found
                   add 1 to ws-matched-count
                   add ws-stmt-amount to ws-reconciled-balance
                   move spaces to Reconrpt-Text
                   string "  MATCHED:    " ws-stmt-date " "
                     ws-amount-disp " receipt " ws-matched-monies-id
                     " " ws-stmt-description
                     delimited by size into Reconrpt-Text
                   write Reconrpt-Line
               else
                   add 1 to ws-unmatched-count
                   move spaces to Reconrpt-Text
                   string "  UNMATCHED:  " ws-stmt-date " "
                     ws-amount-disp " " ws-stmt-description
                     delimited by size into Reconrpt-Text
                   write Reconrpt-Line
               end-if
           end-if.

       p310-find-matching-receipt.
      *  FIRST MONIES ROW WITH THE SAME DATE AND AMOUNT THAT NO
      *  EARLIER STATEMENT LINE HAS ALREADY CLAIMED THIS RUN.
           move "N" to ws-match-found
           move zero to ws-slip-matched
           move spaces to ws-matched-monies-id
           move "0" to end-of-file
           open input moniesfile
                 ws-claimed-id(ws-claimed-count)
           end-if.

       p250-load-paying-in-slips.

      *  TOTALS EVERY COUNTER RECEIPT MARKED BANKED BY ITS PAYING-IN
      *  REFERENCE.
           move zero to ws-slip-count
           move "0" to end-of-file
           open input counterfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read counterfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Ctr-Paying-In not equal spaces
                           perform p255-add-to-slip
                       end-if
               end-read
           end-perform
           close counterfile.

       p255-add-to-slip.
           move zero to ws-slip-found
           perform varying ws-slip-sub from 1 by 1
             until ws-slip-sub greater than ws-slip-count
               if ws-slip-ref (ws-slip-sub) equal Ctr-Paying-In
                   move ws-slip-sub to ws-slip-found
               end-if
           end-perform
           if ws-slip-found equal zero
               if ws-slip-count not less than 500
                   exit paragraph
               end-if
               add 1 to ws-slip-count
               move ws-slip-count to ws-slip-found
               move Ctr-Paying-In to ws-slip-ref (ws-slip-found)
               move Ctr-Banked-Date to ws-slip-banked (ws-slip-found)
               move zero to ws-slip-total (ws-slip-found)
               move zero to ws-slip-receipts (ws-slip-found)
               move "N" to ws-slip-claimed (ws-slip-found)
           end-if
           add Ctr-Amount to ws-slip-total (ws-slip-found)
           add 1 to ws-slip-receipts (ws-slip-found).

       p340-find-matching-slip.

      *  FIRST UNCLAIMED SLIP FOR THE SAME TOTAL THAT WAS BANKED ON
      *  OR BEFORE THE STATEMENT DATE. THE MONIES RECEIPTS ON IT
      *  ARE CLAIMED WITH IT SO THEY DO NOT SHOW AS NOT LANDED.
           perform varying ws-slip-sub from 1 by 1
             until ws-slip-sub greater than ws-slip-count or
             match-found
               if ws-slip-claimed (ws-slip-sub) equal "N" and
                 ws-slip-total (ws-slip-sub) equal ws-stmt-amount and
                 ws-slip-banked (ws-slip-sub) not greater than
                 ws-stmt-date
                   move "Y" to ws-match-found
                   move "Y" to ws-slip-claimed (ws-slip-sub)
                   move ws-slip-sub to ws-slip-matched
               end-if
           end-perform
           if not match-found
               exit paragraph
           end-if
           move "0" to end-of-file
           open input counterfile
           perform until eof
               read counterfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Ctr-Paying-In equal
                         ws-slip-ref (ws-slip-matched) and
                         ctr-from-monies
                           move Ctr-Source-ID to
                             Monies-ID of Monies-Record
                           perform p320-check-already-claimed
                           if not already-claimed
                               perform p330-claim-receipt
                           end-if
                       end-if
               end-read
           end-perform
           close counterfile.

       p400-list-uncovered-receipts.

      *  EVERY MONIES ROW DATED INSIDE THE STATEMENT'S RANGE THAT NO
                       at end
                           move "1" to end-of-file
                       not at end
                           if not monies-is-refunded and
                             not monies-is-returned
                               add Monies-Amount of Monies-Record
                                 to ws-balance-held
                           end-if
           move spaces to Reconrpt-Text
           string "  Difference:         " ws-diff-disp
             delimited by size into Reconrpt-Text
           write Reconrpt-Line

           perform p510-client-ledger-total.

       p510-client-ledger-total.

      *  THE SUM OF EVERY CLIENT'S LEDGER BALANCE AGAINST WHAT THE
      *  STATEMENT PROVED, KEPT FOR THE DAILY CLIENT BALANCES LIST.
           move zero to ws-ledger-total
           move "0" to end-of-file
           open input cledfile
           if file-status not equal "35"
               perform until eof
                   read cledfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           add Cled-Amount to ws-ledger-total
                   end-read
               end-perform
           end-if
           close cledfile

           move ws-ledger-total to ws-diff-disp
           move spaces to Reconrpt-Text
           string "  Client ledger total: " ws-diff-disp
             delimited by size into Reconrpt-Text
           write Reconrpt-Line
           compute ws-balance-diff =
             ws-ledger-total - ws-reconciled-balance
           move ws-balance-diff to ws-diff-disp
           move spaces to Reconrpt-Text
           string "  Ledger difference:  " ws-diff-disp
             delimited by size into Reconrpt-Text
           write Reconrpt-Line

           open output reconbalfile
           move ws-system-date(1:8) to Reconbal-Date
           move ws-reconciled-balance to Reconbal-Reconciled
           move ws-balance-held to Reconbal-Held
           move ws-ledger-total to Reconbal-Ledger
           write Reconbal-Record
           close reconbalfile.

       p900-write-audit.


           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 611Reconcile.
