      *  RECORD INTO ITS MASTER WITH ONE KEY. IF THE OLD REFERENCE
      *  HAS SINCE BEEN REUSED, A FRESH ONE IS ISSUED FROM THE
      *  SEQUENCE CONTROL FILE AND THE RESTORE IS REPORTED UNDER IT.
      *  RECOVERY STOPS MEANING A TEXT EDITOR. A DRY RUN OF A
      *  RESTORE REPORTS WHAT IT WOULD WRITE, AND UNDER WHICH KEY,
      *  ON A CATALOGUED REPORT WITHOUT WRITING IT; QUOTING ITS
      *  TOKEN ON THE LIVE RESTORE APPLIES EXACTLY THAT OR NOTHING.

       environment division.

              organization line sequential
              file status file-status.

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
      *  LIVE ARCHIVE RECORD AREA SO THE SAME MATCHING APPLIES
      *  ACROSS SEGMENTS.
       01 Archseg-Line.
         03 Archseg-Text pic x(560).

       fd reportcatfile.
       copy "reportcatrec.cpy".

       fd simtokfile.
       copy "simtokenrec.cpy".

       fd simrptfile.
       copy "simrptrec.cpy".

       working-storage section.

       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       01 ws-path-reportcatfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-next-reference pic x(10) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.

       copy "journal-variables.cpy".

       copy "sim-run-variables.cpy".
       01 ws-restore-desc pic x(30) value spaces.

       01 ws-image-found pic x(1) value "N".
         88 image-found value "Y".
       01 ws-found-timestamp pic x(21) value spaces.

      *  THE CAPTURED IMAGE, REDEFINED INTO EACH MASTER'S LAYOUT SO
      *  THE SCREEN CAN SHOW REAL FIELDS RATHER THAN A RAW DUMP.
       01 ws-arch-data pic x(500) value spaces.
       01 ws-arch-cust redefines ws-arch-data.
         03 wac-id pic x(10).
         03 wac-name pic x(30).
         03 value "]".
         03 line 10 col 30 value "Restore?: [".
         03 pic x(1) using ws-do-restore highlight prompt " ".
         03 value "]  Dry run?: [".
         03 pic x(1) using ws-sim-request highlight prompt " ".
         03 value "]  Token: [".
         03 pic x(10) using ws-sim-token-in highlight prompt " ".
         03 value "]".
         03 line 12 col 2 value "Deleted:   [".
         03 pic x(21) from ws-found-timestamp.
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile
           string function trim (ws-data-dir) "logsegs.dat"
             delimited by size into ws-path-logsegfile
           string function trim (ws-data-dir) "reportcat.dat"
             delimited by size into ws-path-reportcatfile.

       p200-process.
           perform p210-getsystemdate
               move function upper-case (ws-search-type) to
                 ws-search-type
               evaluate TRUE
                   when (do-restore or sim-requested) and
                     not image-found
                       move "Find the record before restoring." to
                         ws-error
                       move "N" to ws-do-restore
                       move "N" to ws-sim-request
                   when do-restore or sim-requested
                       move "RESTORE" to ws-sim-job
                       move spaces to ws-sim-params
                       string ws-found-type ws-found-key
                         delimited by size into ws-sim-params
                       perform p858-run-or-simulate
                       if ws-sim-message not equal spaces
                           move ws-sim-message to ws-error
                       end-if
                       move "N" to ws-do-restore
                       move "N" to ws-sim-request
                       move spaces to ws-sim-token-in
                   when do-find and (not valid-search-type or
                     ws-search-key equal spaces)
                       move
      *  REFERENCE IS BACK IN USE, A FRESH ONE IS ISSUED FROM THE
      *  SEQUENCE CONTROL FILE SO NOTHING IS OVERWRITTEN, AND THE
      *  RESTORE IS AUDITED EITHER WAY.
           if sim-mode
               perform p549-simulate-restore
               exit paragraph
           end-if
           evaluate ws-found-type
               when "CUSTOMER  "
                   perform p551-restore-customer
                   perform p554-restore-user
           end-evaluate.

       p549-simulate-restore.

      *  DRY RUN - ONLY LOOKS AT THE MASTER TO SAY WHETHER THE
      *  IMAGE WOULD GO BACK UNDER ITS OLD KEY OR A FRESH ONE.
           move "1" to invalid-data
           evaluate ws-found-type
               when "CUSTOMER  "
                   move wac-name to ws-restore-desc
                   open input custfile
                   if file-status not equal "35"
                       move ws-found-key to cust-id of custrec
                       read custfile
                           not invalid key
                               move "0" to invalid-data
                       end-read
                   end-if
                   close custfile
               when "PROPERTY  "
                   move wap-address1 to ws-restore-desc
                   open input PropertyFile
                   if file-status not equal "35"
                       move ws-found-key to
                         Property-ID of Property-Record
                       read PropertyFile
                           not invalid key
                               move "0" to invalid-data
                       end-read
                   end-if
                   close PropertyFile
               when "BOOKING   "
                   move spaces to ws-restore-desc
                   string wab-date " " wab-time " PROPERTY " wab-prop
                     delimited by size into ws-restore-desc
                   open input BookingFile
                   if file-status not equal "35"
                       move ws-found-key to
                         Booking-ID of Booking-Record
                       read BookingFile
                           not invalid key
                               move "0" to invalid-data
                       end-read
                   end-if
                   close BookingFile
               when "USER      "
                   move wau-name to ws-restore-desc
                   open input userfile
                   if file-status not equal "35"
                       move ws-found-key to user-id of userrec
                       read userfile
                           not invalid key
                               move "0" to invalid-data
                       end-read
                   end-if
                   close userfile
           end-evaluate
           move spaces to ws-sim-line
           if key-not-found
               string function trim (ws-found-type) " "
                 ws-found-key " NOT ON FILE -> RESTORED: "
                 ws-restore-desc
                 delimited by size into ws-sim-line
           else
               string function trim (ws-found-type) " "
                 ws-found-key " KEY IN USE -> RESTORED UNDER A NEW"
                 " REFERENCE: " ws-restore-desc
                 delimited by size into ws-sim-line
           end-if
           perform p862-sim-record.

       p551-restore-customer.
           open i-o custfile
           if file-status = "35"

           copy "write-journal.cpy".

           copy "sim-run.cpy" replacing
             ==:SIMWORK:== by ==p550-restore-record==.

       end program 534Archive.
