      *  NOT FRESH NEWS.
      *  RUN ONCE FROM THE SCHEDULER OR ON DEMAND; A RE-RUN FINDS
      *  NOTHING LEFT TO DO.
      *  CLAIMS THE BATCH RUN LOCK BEFORE DOING ANY WORK, SO IT
      *  NEVER RUNS ALONGSIDE A SECOND COPY OF ITSELF OR A JOB
      *  UPDATING THE SAME MASTERS.
      *  "SIMULATE" ON THE COMMAND LINE DRY RUNS THE SWEEP - EVERY
      *  OFFER IT WOULD LAPSE IS LISTED ON A CATALOGUED REPORT AND
      *  NOTHING IS CHANGED. "TOKEN NNN" QUOTES THAT REPORT'S TOKEN
      *  ON THE LIVE RUN, WHICH THEN LAPSES EXACTLY THAT LIST OR
      *  NOTHING AT ALL.

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

              select offerfile assign dynamic ws-path-offerfile
              organization indexed
              access dynamic
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
       fd auditfile.
       copy "auditrec.cpy".

       fd runlockfile.
       copy "runlockrec.cpy".

       fd runlocklogfile.
       copy "runlocklogrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd reportcatfile.
       copy "reportcatrec.cpy".

       fd simtokfile.
       copy "simtokenrec.cpy".

       fd simrptfile.
       copy "simrptrec.cpy".

       working-storage section.

       copy "run-lock-variables.cpy".

       copy "system-date-variables.cpy".

       copy "session-record.cpy".
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-progressfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-reportcatfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-sold-int pic 9(8) value zero.
       01 ws-sold-digits pic 9(8) value zero.
       01 ws-sold-age pic s9(5) value zero.
       01 ws-command-line pic x(60) value spaces.
       01 ws-parm-word pic x(10) value spaces.
       01 ws-parm-value pic x(10) value spaces.

       copy "sim-run-variables.cpy".

       procedure division.

       MAIN section.
           perform p100-setup
           move "LAPSE" to ws-runlock-job
           move "OFFERS" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
           string function trim (ws-data-dir) "progression.dat"
             delimited by size into ws-path-progressfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "reportcat.dat"
             delimited by size into ws-path-reportcatfile.

           copy "get-system-date.cpy".

       p200-run.
           accept ws-command-line from command-line
           unstring ws-command-line delimited by all " "
             into ws-parm-word ws-parm-value
           end-unstring
           evaluate function upper-case (function trim (ws-parm-word))
               when "SIMULATE"
                   move "Y" to ws-sim-request
               when "TOKEN"
                   move ws-parm-value to ws-sim-token-in
               when other
                   continue
           end-evaluate
           move "LAPSE" to ws-sim-job
           move spaces to ws-sim-params
           perform p858-run-or-simulate
           if ws-sim-message not equal spaces
               display function trim (ws-sim-message)
           end-if
           if not sim-ok
               move 8 to return-code
           end-if.

       p250-lapse-sweep.
           compute ws-today-int =
             function integer-of-date
             (function numval (ws-system-date(1:8)))
           move zero to ws-lapsed-count
           move "0" to end-of-file
           if sim-mode
               open input offerfile
           else
               open i-o offerfile
           end-if
           if file-status = "35"
               display "Lapse sweep: no offer file found."
               close offerfile
               exit paragraph
           end-if
           perform until eof
               read offerfile next record
               end-read
           end-perform
           close offerfile
           if sim-mode
               exit paragraph
           end-if

           move "OFFER" to ws-audit-type
           move spaces to ws-audit-key
           if not should-lapse
               exit paragraph
           end-if
           if sim-mode
               move spaces to ws-sim-line
               string "OFFER " Offer-ID of Offer-Record " PROPERTY "
                 Offer-Property-ID of Offer-Record " STATUS "
                 Offer-Status of Offer-Record " -> X"
                 delimited by size into ws-sim-line
               perform p862-sim-record
               add 1 to ws-lapsed-count
               exit paragraph
           end-if

           move "X" to Offer-Status of Offer-Record
           rewrite Offer-Record

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

           copy "sim-run.cpy" replacing
             ==:SIMWORK:== by ==p250-lapse-sweep==.

       end program 628Lapse.
