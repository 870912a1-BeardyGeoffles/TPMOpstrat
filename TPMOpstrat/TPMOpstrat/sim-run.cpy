      *  DRY RUN (SIMULATE) CONTROL - SHARED BY THE DESTRUCTIVE AND
      *  BULK-UPDATE JOBS. COPIED WITH :SIMWORK: REPLACED BY THE
      *  JOB'S OWN WORK PARAGRAPH. A SIMULATE REQUEST RUNS THE WORK
      *  WITH SIM-MODE SET - EVERY SELECTION AND VALIDATION RULE
      *  APPLIES BUT NOTHING IS CHANGED - AND WRITES THE BEFORE AND
      *  AFTER OF EVERY RECORD IT WOULD TOUCH TO A CATALOGUED REPORT
      *  CARRYING A NEW TOKEN. A LIVE RUN QUOTING THAT TOKEN FIRST
      *  REPEATS THE SIMULATION SILENTLY AND GOES AHEAD ONLY IF THE
      *  SAME RECORDS WOULD CHANGE IN THE SAME WAY. A LIVE RUN
      *  QUOTING NO TOKEN RUNS AS IT ALWAYS HAS.
       p858-run-or-simulate.
           move "Y" to ws-sim-result
           move spaces to ws-sim-message
           move "N" to ws-sim-mode
           move "N" to ws-sim-verify
           move spaces to ws-path-simrptfile
           move spaces to ws-path-simtokfile
           string function trim (ws-data-dir) "simulate_"
             function trim (ws-sim-job) ".txt"
             delimited by size into ws-path-simrptfile
           string function trim (ws-data-dir) "simtokens.dat"
             delimited by size into ws-path-simtokfile
           if sim-requested
               perform p860-sim-start
               move "Y" to ws-sim-mode
               perform :SIMWORK:
               move "N" to ws-sim-mode
               perform p864-sim-finish
               exit paragraph
           end-if
           if ws-sim-token-in not equal spaces
               perform p866-sim-check-token
               if not sim-ok
                   exit paragraph
               end-if
               move zero to ws-sim-count
               move zero to ws-sim-checksum
               move "Y" to ws-sim-mode
               move "Y" to ws-sim-verify
               perform :SIMWORK:
               move "N" to ws-sim-mode
               move "N" to ws-sim-verify
               perform p867-sim-compare
               if not sim-ok
                   exit paragraph
               end-if
           end-if
           perform :SIMWORK:
           if ws-sim-token-in not equal spaces
               perform p868-sim-mark-used
           end-if.

       p860-sim-start.
           move zero to ws-sim-count
           move zero to ws-sim-checksum
           move function current-date to ws-sim-stamp
           open output simrptfile
           move spaces to Simrpt-Text
           string "DRY RUN - " function trim (ws-sim-job)
             " " function trim (ws-sim-params)
             " - " ws-sim-stamp(7:2) "/" ws-sim-stamp(5:2) "/"
             ws-sim-stamp(1:4) " - " function trim
             (ws-session-user-id)
             " - NOTHING HAS BEEN CHANGED"
             delimited by size into Simrpt-Text
           write Simrpt-Line
           move spaces to Simrpt-Text
           write Simrpt-Line.

       p862-sim-record.

      *  ONE RECORD THE JOB WOULD CHANGE - COUNTED, FOLDED INTO THE
      *  CHECK VALUE CHARACTER BY CHARACTER, AND LISTED UNLESS THIS
      *  IS THE SILENT REPEAT BEFORE A LIVE RUN.
           add 1 to ws-sim-count
           move zero to ws-sim-line-sum
           perform varying ws-sim-sub from 1 by 1
             until ws-sim-sub greater than 120
               compute ws-sim-line-sum = ws-sim-line-sum +
                 function ord (ws-sim-line(ws-sim-sub:1)) *
                 ws-sim-sub
           end-perform
           compute ws-sim-checksum = function mod
             (ws-sim-checksum * 31 + ws-sim-line-sum,
             100000000000000)
           if not sim-verifying
               move ws-sim-line to Simrpt-Text
               write Simrpt-Line
           end-if
           move spaces to ws-sim-line.

       p864-sim-finish.

      *  CLOSES THE REPORT WITH ITS COUNT AND TOKEN, CATALOGUES A
      *  TIMESTAMPED COPY, AND REGISTERS THE TOKEN.
           move function current-date to ws-sim-stamp
           move "SIMTOKEN  " to ws-sim-seq-key
           perform p863-sim-next-number
           move ws-sim-numeric to ws-sim-token-out
           move ws-sim-count to ws-sim-count-disp
           move spaces to Simrpt-Text
           write Simrpt-Line
           move spaces to Simrpt-Text
           string "RECORDS THAT WOULD CHANGE: " ws-sim-count-disp
             delimited by size into Simrpt-Text
           write Simrpt-Line
           move spaces to Simrpt-Text
           string "TOKEN " function trim (ws-sim-token-out)
             " - QUOTE IT ON THE LIVE RUN TO APPLY EXACTLY THIS LIST."
             delimited by size into Simrpt-Text
           write Simrpt-Line
           close simrptfile

           move spaces to ws-sim-stamped
           string function trim (ws-data-dir) "SIM"
             function trim (ws-sim-job) "_"
             ws-sim-stamp(1:14) ".rpt"
             delimited by size into ws-sim-stamped
           call "CBL_COPY_FILE" using ws-path-simrptfile
             ws-sim-stamped
             returning ws-sim-copy-status
           end-call
           move "REPORTS   " to ws-sim-seq-key
           perform p863-sim-next-number
           move ws-sim-numeric to ws-sim-report-id
           open i-o reportcatfile
           if file-status = "35"
               close reportcatfile
               open output reportcatfile
               close reportcatfile
               open i-o reportcatfile
           end-if
           move ws-sim-report-id to Cat-ID
           move spaces to Cat-Type
           string "SIM" ws-sim-job delimited by size into Cat-Type
           move ws-sim-stamp to Cat-Timestamp
           move ws-session-user-id to Cat-User-ID
           move ws-sim-params to Cat-Params
           move ws-sim-count to Cat-Count
           move ws-sim-stamped to Cat-Path
           write Cat-Record
               invalid key
                   continue
           end-write
           close reportcatfile

           open i-o simtokfile
           if file-status = "35"
               close simtokfile
               open output simtokfile
               close simtokfile
               open i-o simtokfile
           end-if
           move ws-sim-token-out to Simtok-ID
           move ws-sim-job to Simtok-Job
           move ws-sim-params to Simtok-Params
           move ws-sim-count to Simtok-Count
           move ws-sim-checksum to Simtok-Checksum
           move ws-sim-stamp to Simtok-Created
           move ws-session-user-id to Simtok-User-ID
           move ws-sim-report-id to Simtok-Report-ID
           move "O" to Simtok-Status
           move spaces to Simtok-Used-Date
           move spaces to Simtok-Used-By
           write Simtok-Record
               invalid key
                   continue
           end-write
           close simtokfile
           move spaces to ws-sim-message
           string "Dry run: " function trim (ws-sim-count-disp)
             " would change - token " function trim
             (ws-sim-token-out) " - see " "simulate_"
             function trim (ws-sim-job) ".txt"
             delimited by size into ws-sim-message.

       p866-sim-check-token.

      *  THE QUOTED TOKEN MUST EXIST, BELONG TO THIS JOB, CARRY THE
      *  SAME PARAMETERS AND NOT HAVE BEEN USED ALREADY.
           move "N" to ws-sim-result
           compute ws-sim-numeric = function numval (ws-sim-token-in)
           move ws-sim-numeric to ws-sim-token-in
           move "N" to ws-sim-seq-missing
           open input simtokfile
           if file-status = "35"
               move "Y" to ws-sim-seq-missing
           else
               move ws-sim-token-in to Simtok-ID
               read simtokfile
                   invalid key
                       move "Y" to ws-sim-seq-missing
               end-read
           end-if
           close simtokfile
           evaluate true
               when sim-seq-missing
                   move "Dry run token not found - nothing changed."
                     to ws-sim-message
               when Simtok-Job not equal ws-sim-job
                   move
                     "Token is for a different job - nothing changed."
                     to ws-sim-message
               when simtok-used
                   move
                     "Token has already been used - nothing changed."
                     to ws-sim-message
               when Simtok-Params not equal ws-sim-params
                   move
                     "Token was for other parameters - nothing changed."
                     to ws-sim-message
               when other
                   move "Y" to ws-sim-result
           end-evaluate.

       p867-sim-compare.

      *  THE SILENT REPEAT MUST SELECT THE SAME RECORDS, WITH THE
      *  SAME BEFORE AND AFTER VALUES, AS THE REVIEWED DRY RUN.
           if ws-sim-count equal Simtok-Count and
             ws-sim-checksum equal Simtok-Checksum
               move "Y" to ws-sim-result
           else
               move "N" to ws-sim-result
               move "Records changed since the dry run - run it"
                 & " again. Nothing changed." to ws-sim-message
           end-if.

       p868-sim-mark-used.
           move function current-date to ws-sim-stamp
           open i-o simtokfile
           if file-status not equal "35"
               move ws-sim-token-in to Simtok-ID
               read simtokfile
                   invalid key
                       continue
                   not invalid key
                       move "U" to Simtok-Status
                       move ws-sim-stamp to Simtok-Used-Date
                       move ws-session-user-id to Simtok-Used-By
                       rewrite Simtok-Record
                           invalid key
                               continue
                       end-rewrite
               end-read
           end-if
           close simtokfile.

       p863-sim-next-number.
           move "N" to ws-sim-seq-missing
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move ws-sim-seq-key to Seq-Key
           read seqctlfile
               invalid key
                   move "Y" to ws-sim-seq-missing
           end-read
           if sim-seq-missing
               move 1 to Seq-Next-Value
               move ws-sim-seq-key to Seq-Key
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
           move Seq-Next-Value to ws-sim-numeric.
