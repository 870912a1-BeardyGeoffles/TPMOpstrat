       identification division.
       program-id. 638OccNotify.

      *  CHANGE OF OCCUPIER NOTIFICATION RUN. WALKS THE OCCUPANCY
      *  CHANGES - TENANTS MOVING IN AND OUT, SALES COMPLETING -
      *  AND REPORTS EVERY ONE WHERE THE COUNCIL TAX OFFICE OR A
      *  GAS, ELECTRIC OR WATER SUPPLIER HAS NOT YET BEEN TOLD: THE
      *  NOTICE WAS NEVER QUEUED (FOR A SUPPLIER, BECAUSE THE METER
      *  READING IS STILL MISSING), IS STILL WAITING ON THE COMMS
      *  QUEUE, OR FAILED. UNTIL THE NOTICE GOES THE OUTGOING
      *  OCCUPIER - OFTEN THE LANDLORD - STAYS LIABLE FOR THE BILLS.
      *  RUN DAILY FROM THE OPERATING SYSTEM SCHEDULER OR ON
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

              select occfile assign dynamic ws-path-occfile
              organization indexed
              access dynamic
              file status file-status
              record key Occ-ID OF Occ-Record.

              select commsqfile assign dynamic ws-path-commsqfile
              organization indexed
              access dynamic
              file status file-status
              record key Comms-ID OF Comms-Record.

              select occrptfile assign dynamic ws-path-occrptfile
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

       fd occfile.
       copy "occupierrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd occrptfile.

      *  NOTIFICATION EXCEPTION LINE - ONE FREE-TEXT LINE PER
      *  OCCUPANCY CHANGE, THEN ONE PER PARTY NOT YET TOLD, WRITTEN
      *  OUT TO A LINE SEQUENTIAL FILE FOR THE PROPERTY MANAGERS.
       01 Occrpt-Line.
         03 Occrpt-Text pic x(120).

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
       01 ws-path-occfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-occrptfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

      *  ONE PARTY ON THE CHANGE BEING CHECKED - WHO, THE COMMS
      *  REFERENCE ITS NOTICE WENT UNDER, AND THE READING IT
      *  NEEDS (THE COUNCIL NEEDS NONE).
       01 ws-party-name pic x(12) value spaces.
       01 ws-party-comms pic x(10) value spaces.
       01 ws-party-reading pic x(10) value spaces.
       01 ws-party-state pic x(40) value spaces.
       01 ws-event-name pic x(10) value spaces.
       01 ws-change-listed pic x(1) value "N".
         88 change-listed value "Y".

       01 ws-change-count pic 9(5) value zero.
       01 ws-party-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.
       01 ws-joblog-count pic 9(7) value zero.
       01 ws-joblog-count-disp pic ZZZZZZ9 value zero.

       procedure division.

       MAIN section.
           perform p100-setup
           move "OCCNOTIFY" to ws-runlock-job
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
           string function trim (ws-data-dir) "occupiers.dat"
             delimited by size into ws-path-occfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "occnotify.txt"
             delimited by size into ws-path-occrptfile
           string function trim (ws-data-dir) "batchrun.log"
             delimited by size into ws-path-batchlogfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

           copy "get-system-date.cpy".

       p200-run.
           open output occrptfile
           move spaces to Occrpt-Text
           string "Changes of occupier not yet notified to the council"
             " or suppliers - " ws-display-date
             delimited by size into Occrpt-Text
           write Occrpt-Line
           move spaces to Occrpt-Text
           write Occrpt-Line

           move "0" to end-of-file
           open input occfile
           if file-status not equal "35"
               perform until eof
                   read occfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           perform p310-check-change
                   end-read
               end-perform
           end-if
           close occfile

           if ws-change-count equal zero
               move "  Every change of occupier has been notified."
                 to Occrpt-Text
               write Occrpt-Line
           end-if
           close occrptfile

           move "OCCUPIER" to ws-audit-type
           move spaces to ws-audit-key
           move "NOTIFYRUN" to ws-audit-action
           perform p900-write-audit
           move ws-party-count to ws-joblog-count
           perform p940-log-job-end

           move ws-change-count to ws-count-disp
           display "Occupier notification run complete - "
             ws-count-disp " changes outstanding.".

       p310-check-change.
           move "N" to ws-change-listed
           evaluate true
               when occ-move-in
                   move "MOVE-IN" to ws-event-name
               when occ-move-out
                   move "MOVE-OUT" to ws-event-name
               when occ-completion
                   move "COMPLETION" to ws-event-name
               when other
                   move Occ-Event to ws-event-name
           end-evaluate

           move "Council tax" to ws-party-name
           move Occ-Comms-Council to ws-party-comms
           move "n/a" to ws-party-reading
           perform p320-check-party
           move "Gas" to ws-party-name
           move Occ-Comms-Gas to ws-party-comms
           move Occ-Gas-Reading to ws-party-reading
           perform p320-check-party
           move "Electric" to ws-party-name
           move Occ-Comms-Elec to ws-party-comms
           move Occ-Elec-Reading to ws-party-reading
           perform p320-check-party
           move "Water" to ws-party-name
           move Occ-Comms-Water to ws-party-comms
           move Occ-Water-Reading to ws-party-reading
           perform p320-check-party.

       p320-check-party.
           move spaces to ws-party-state
           if ws-party-comms equal spaces
               if ws-party-reading equal spaces
                   move "meter reading not taken - not notified"
                     to ws-party-state
               else
                   move "notice not queued" to ws-party-state
               end-if
           else
               move "0" to invalid-data
               open input commsqfile
               if file-status = "35"
                   move "1" to invalid-data
               end-if
               move ws-party-comms to Comms-ID
               read commsqfile
                   invalid key
                       move "1" to invalid-data
               end-read
               close commsqfile
               evaluate true
                   when key-not-found
                       move "comms item missing from the queue"
                         to ws-party-state
                   when comms-queued
                       move "queued, not yet sent" to ws-party-state
                   when comms-at-gateway
                       move "at gateway, not yet acknowledged"
                         to ws-party-state
                   when Comms-Status equal "F" or "f"
                       move "notice FAILED - resend" to
                         ws-party-state
               end-evaluate
           end-if
           if ws-party-state equal spaces
               exit paragraph
           end-if

           if not change-listed
               move "Y" to ws-change-listed
               add 1 to ws-change-count
               move spaces to Occrpt-Text
               string "  Change " Occ-ID
                 " " ws-event-name
                 " property " Occ-Property-ID
                 " effective " Occ-Effective
                 " out " Occ-Outgoing-ID
                 " in " Occ-Incoming-ID
                 delimited by size into Occrpt-Text
               write Occrpt-Line
           end-if
           add 1 to ws-party-count
           move spaces to Occrpt-Text
           string "      " ws-party-name
             " comms " ws-party-comms
             "  " ws-party-state
             delimited by size into Occrpt-Text
           write Occrpt-Line.

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE
      *  BATCH DRIVER WRITES FOR ITS OWN JOBS, SO THE BATCH
      *  MONITOR SHOWS THIS JOB'S LAST RUN AND COUNT ALONGSIDE
      *  THE DRIVER'S.
           move ws-joblog-count to ws-joblog-count-disp
           move spaces to Batchlog-Text
           string "  JOB OCCNOTIFY END " ws-system-date
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

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE RUN ITSELF.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 638OccNotify.
