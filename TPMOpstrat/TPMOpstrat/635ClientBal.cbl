       identification division.
       program-id. 635ClientBal.

      *  DAILY CLIENT BALANCES LIST. EVERY VENDOR, LANDLORD AND
      *  TENANT WITH MOVEMENTS ON THE CLIENT MONEY LEDGER, WITH
      *  THEIR BALANCE - RECEIPTS, DEPOSITS AND RENT IN; REFUNDS,
      *  SETTLEMENTS, RECHARGES, FEES AND REMITTANCES OUT - AND THE
      *  TOTAL HELD. NO CLIENT MAY EVER BE OVERDRAWN; ANY THAT IS
      *  IS FLAGGED AND COUNTED. THE TOTAL IS RECONCILED TO THE
      *  BALANCE THE LAST BANK RECONCILIATION PROVED, FROM THE
      *  CONTROL RECORD THAT RUN LEAVES. THE LIST GOES ON THE
      *  REPORT CATALOGUE.
      *  RUN FROM THE OPERATING SYSTEM SCHEDULER EACH DAY OR ON
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

              select cledfile assign dynamic ws-path-cledfile
              organization indexed
              access dynamic
              file status file-status
              record key Cled-ID OF Cled-Record
              alternate record key Cled-Client-ID OF
                Cled-Record with duplicates.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key cust-id OF custrec.

              select reconbalfile assign dynamic
                ws-path-reconbalfile
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

              select statementfile assign dynamic
                ws-path-statementfile
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

       fd cledfile.
       copy "clientledgerrec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd reconbalfile.
       copy "reconbalrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd reportcatfile.
       copy "reportcatrec.cpy".

       fd statementfile.
       copy "statementrec.cpy".

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
       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-cledfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-reconbalfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-reportcatfile pic x(60) value spaces.
       01 ws-path-statementfile pic x(80) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       01 ws-cat-type pic x(12) value spaces.
       01 ws-cat-params pic x(30) value spaces.
       01 ws-cat-count pic 9(7) value zero.
       01 ws-cat-source pic x(80) value spaces.
       01 ws-cat-stamped pic x(80) value spaces.
       01 ws-cat-numeric pic 9(10) value zero.
       01 ws-cat-copy-status pic 9(4) comp value zero.

       01 ws-this-client pic x(10) value spaces.
       01 ws-client-balance pic s9(9)v99 value zero.
       01 ws-client-rows pic 9(7) value zero.
       01 ws-client-name pic x(30) value spaces.
       01 ws-total-balance pic s9(9)v99 value zero.
       01 ws-client-count pic 9(7) value zero.
       01 ws-overdrawn-count pic 9(5) value zero.
       01 ws-recon-diff pic s9(9)v99 value zero.
       01 ws-recon-found pic x(1) value "N".
         88 recon-found value "Y".

       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.
       01 ws-balance-disp pic -ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-rows-disp pic ZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "CLIENTBAL" to ws-runlock-job
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
           string function trim (ws-data-dir) "clientledger.dat"
             delimited by size into ws-path-cledfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "reconbal.dat"
             delimited by size into ws-path-reconbalfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "reportcat.dat"
             delimited by size into ws-path-reportcatfile
           string function trim (ws-data-dir) "clientbal.txt"
             delimited by size into ws-path-statementfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           open output statementfile
           move spaces to Statement-Text
           string "CLIENT MONEY BALANCES - " ws-system-date(7:2) "/"
             ws-system-date(5:2) "/" ws-system-date(1:4)
             delimited by size into Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           write Statement-Line
           move spaces to Statement-Text
           string "Client     Name                           "
             " Moves         Balance"
             delimited by size into Statement-Text
           write Statement-Line

           perform p300-list-balances
           perform p500-reconcile-total
           close statementfile

           move "CLIENTBAL" to ws-cat-type
           move spaces to ws-cat-params
           string "BALANCES " ws-system-date(1:8)
             delimited by size into ws-cat-params
           move ws-client-count to ws-cat-count
           move ws-path-statementfile to ws-cat-source
           perform p965-catalogue-report

           move "CLIENTBAL" to ws-audit-type
           move ws-system-date(1:8) to ws-audit-key
           move "DAILYRUN" to ws-audit-action
           perform p900-write-audit
           move ws-client-count to ws-joblog-count
           perform p940-log-job-end

           move ws-client-count to ws-count-disp
           display "Client balances complete - " ws-count-disp
             " clients listed."
           move ws-overdrawn-count to ws-count-disp
           display "Clients overdrawn: " ws-count-disp ".".

       p300-list-balances.

      *  THE LEDGER READ IN CLIENT ORDER ON ITS CLIENT KEY - EACH
      *  CLIENT'S ROWS ARE SUMMED AND PRINTED WHEN THE CLIENT
      *  CHANGES.
           move zero to ws-total-balance
           move zero to ws-client-count
           move zero to ws-overdrawn-count
           move spaces to ws-this-client
           move "0" to end-of-file
           open input cledfile
           if file-status = "35"
               close cledfile
               exit paragraph
           end-if
           move low-values to Cled-Client-ID
           start cledfile key not less than Cled-Client-ID
               invalid key
                   move "1" to end-of-file
           end-start
           perform until eof
               read cledfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Cled-Client-ID not equal ws-this-client
                           perform p310-print-client
                           move Cled-Client-ID to ws-this-client
                           move zero to ws-client-balance
                           move zero to ws-client-rows
                       end-if
                       add Cled-Amount to ws-client-balance
                       add 1 to ws-client-rows
               end-read
           end-perform
           close cledfile
           perform p310-print-client.

       p310-print-client.
           if ws-this-client equal spaces
               exit paragraph
           end-if
           add 1 to ws-client-count
           add ws-client-balance to ws-total-balance
           perform p320-read-client
           move ws-client-balance to ws-balance-disp
           move ws-client-rows to ws-rows-disp
           move spaces to Statement-Text
           string ws-this-client " " ws-client-name " "
             ws-rows-disp " " ws-balance-disp
             delimited by size into Statement-Text
           if ws-client-balance less than zero
               add 1 to ws-overdrawn-count
               move "OVERDRAWN" to Statement-Text(71:9)
           end-if
           write Statement-Line.

       p320-read-client.
           move spaces to ws-client-name
           open input custfile
           if file-status not equal "35"
               move ws-this-client to cust-id of custrec
               read custfile
                   invalid key
                       continue
                   not invalid key
                       move cust-name of custrec to ws-client-name
               end-read
           end-if
           close custfile.

       p500-reconcile-total.

      *  THE TOTAL OF EVERY CLIENT BALANCE AGAINST WHAT THE LAST
      *  BANK RECONCILIATION PROVED WAS IN THE CLIENT ACCOUNT.
           move spaces to Statement-Text
           write Statement-Line
           move ws-client-count to ws-count-disp
           move spaces to Statement-Text
           string "Clients listed:              " ws-count-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-overdrawn-count to ws-count-disp
           move spaces to Statement-Text
           string "Clients overdrawn:           " ws-count-disp
             delimited by size into Statement-Text
           write Statement-Line
           move ws-total-balance to ws-balance-disp
           move spaces to Statement-Text
           string "Total client money held:     " ws-balance-disp
             delimited by size into Statement-Text
           write Statement-Line

           move "N" to ws-recon-found
           open input reconbalfile
           if file-status not equal "35"
               read reconbalfile
                   at end
                       continue
                   not at end
                       move "Y" to ws-recon-found
               end-read
           end-if
           close reconbalfile
           if not recon-found
               move "No bank reconciliation has been run yet."
                 to Statement-Text
               write Statement-Line
               exit paragraph
           end-if
           move Reconbal-Reconciled to ws-balance-disp
           move spaces to Statement-Text
           string "Reconciled at " Reconbal-Date(7:2) "/"
             Reconbal-Date(5:2) "/" Reconbal-Date(1:4) ":    "
             ws-balance-disp
             delimited by size into Statement-Text
           write Statement-Line
           compute ws-recon-diff =
             ws-total-balance - Reconbal-Reconciled
           move ws-recon-diff to ws-balance-disp
           move spaces to Statement-Text
           string "Difference:                  " ws-balance-disp
             delimited by size into Statement-Text
           write Statement-Line.

       p965-catalogue-report.

      *  CUTS A TIMESTAMPED COPY OF THE LIST JUST WRITTEN AND
      *  REGISTERS IT ON THE CATALOGUE - SAME PATTERN AS THE BATCH
      *  DRIVER.
           move spaces to ws-cat-stamped
           string function trim (ws-data-dir)
             function trim (ws-cat-type) "_"
             ws-system-date(1:14) ".rpt"
             delimited by size into ws-cat-stamped
           call "CBL_COPY_FILE" using ws-cat-source ws-cat-stamped
             returning ws-cat-copy-status
           end-call

           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "REPORTS   " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "REPORTS   " to Seq-Key
               write Seq-Record
                   invalid key
                       continue
               end-write
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
                   invalid key
                       continue
               end-rewrite
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-cat-numeric

           open i-o reportcatfile
           if file-status = "35"
               close reportcatfile
               open output reportcatfile
               close reportcatfile
               open i-o reportcatfile
           end-if
           move ws-cat-numeric to Cat-ID
           move ws-cat-type to Cat-Type
           move ws-system-date to Cat-Timestamp
           move ws-session-user-id to Cat-User-ID
           move ws-cat-params to Cat-Params
           move ws-cat-count to Cat-Count
           move ws-cat-stamped to Cat-Path
           write Cat-Record
               invalid key
                   continue
           end-write
           close reportcatfile.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB CLIENTBAL END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RUN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 635ClientBal.
