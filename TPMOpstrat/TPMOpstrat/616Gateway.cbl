      *  STATUS AND SENT TIME AUTOMATICALLY - OK BECOMES E(MAILED),
      *  ANYTHING ELSE BECOMES F(AILED) AND GOES ON THE HARD BOUNCE
      *  REPORT SO THE BAD ADDRESS CAN BE FIXED ON THE CUSTOMER
      *  RECORD. A MARKETING CAMPAIGN ITEM GOES ONLY BY THE CHANNEL
      *  THE CAMPAIGN CHOSE, AND ONLY WHILE THE CUSTOMER'S CONSENT
      *  FOR IT STILL STANDS - CAMPEMAIL BY EMAIL, CAMPSMS BY SMS;
      *  CAMPPOST LETTERS ARE LEFT FOR THE MANUAL DESK TO PRINT.
      *  DELIVERY FILE:        gwout.csv
      *                        COMMSID,CHANNEL,ADDRESS,TYPE
      *  ACKNOWLEDGEMENT FILE: gwack.csv   COMMSID,RESULT
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

              select commsqfile assign dynamic ws-path-commsqfile
              organization indexed
              access dynamic
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

       MAIN section.
           perform p100-setup
           move "GATEWAY" to ws-runlock-job
           move "GATEWAY COMMS" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
      *  THE CUSTOMER FILE, SO THEY STAY FOR THE MANUAL DESK,
      *  WHICH RESOLVES THE FIRM ON THE PANEL FILE.
           if function upper-case (Comms-Type of Comms-Record)
             equal "MEMOSOL" or "CAMPPOST"
               exit paragraph
           end-if
           perform p320-find-route
           if key-not-found
               exit paragraph
           end-if
      *  A CAMPAIGN ITEM IS NEVER SWITCHED TO THE OTHER CHANNEL -
      *  IF CONSENT FOR ITS OWN CHANNEL HAS SINCE BEEN WITHDRAWN IT
      *  IS NOT SENT AT ALL.
           if function upper-case (Comms-Type of Comms-Record)
             equal "CAMPEMAIL"
               if consent-email-given and
                 cust-email of custrec not equal spaces
                   move "EMAIL" to ws-gw-channel
                   move cust-email of custrec to ws-gw-address
                   move "Y" to ws-route-found
               end-if
               exit paragraph
           end-if
           if function upper-case (Comms-Type of Comms-Record)
             equal "CAMPSMS"
               if consent-phone-given and
                 cust-phone of custrec not equal spaces
                   move "SMS" to ws-gw-channel
                   move cust-phone of custrec to ws-gw-address
                   move "Y" to ws-route-found
               end-if
               exit paragraph
           end-if
           if consent-email-given and
             cust-email of custrec not equal spaces
               move "EMAIL" to ws-gw-channel

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 616Gateway.
