      *  SAME REFERENCE ISSUING AND DUPLICATE SCREENING AS THE
      *  CUSTOMER SCREEN, AND WRITES AN EXCEPTION REPORT FOR REJECTS
      *  AND POSSIBLE DUPLICATES SO NOTHING IS SILENTLY DROPPED.
      *  EACH NEW CUSTOMER IS SCREENED AGAINST THE SANCTIONS AND PEP
      *  LIST AS IT IS CREATED; A POSSIBLE MATCH IS STILL CREATED
      *  BUT GOES ON THE REVIEW QUEUE AND ON THE EXCEPTION REPORT.
      *  RUN FROM THE OPERATING SYSTEM SCHEDULER - NO SCREEN, NO
      *  OPERATOR INPUT.
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

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select sanctlistfile assign dynamic
              ws-path-sanctlistfile
              organization indexed
              access dynamic
              file status file-status
              record key Sanct-Entry-ID OF Sanct-Record
              alternate record key Sanct-Surname-Key OF
                Sanct-Record with duplicates.

              select sanhitfile assign dynamic ws-path-sanhitfile
              organization indexed
              access dynamic
              file status file-status
              record key Sanhit-Key OF Sanhit-Record.

              select leadfile assign dynamic ws-path-leadfile
              organization line sequential
              file status file-status.
       fd seqctlfile.
       copy "seqrec.cpy".

       fd sanctlistfile.
       copy "sanctlistrec.cpy".

       fd sanhitfile.
       copy "sanchitrec.cpy".

       fd leadfile.
       copy "leadrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       fd runlockfile.
       copy "runlockrec.cpy".

       fd runlocklogfile.
       copy "runlocklogrec.cpy".

       working-storage section.

       copy "run-lock-variables.cpy".

       01 ws-lead-record.
         05 ws-lead-name pic x(30) value spaces.
         05 ws-lead-address1 pic x(40) value spaces.
       01 file-status pic xx.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-sanctlistfile pic x(60) value spaces.
       01 ws-path-sanhitfile pic x(60) value spaces.
       01 ws-path-leadfile pic x(60) value spaces.
       01 ws-path-leadexcfile pic x(60) value spaces.
       01 ws-path-jrnlfile pic x(60) value spaces.

       copy "journal-variables.cpy".

       copy "sanctions-screen-variables.cpy".

       01 ws-valid-postcode pic x(1) value "0".
         88 valid-postcode value "1".
       01 ws-pc-outward pic x(4) value spaces.
       01 ws-read-count pic 9(5) value zero.
       01 ws-created-count pic 9(5) value zero.
       01 ws-reject-count pic 9(5) value zero.
       01 ws-review-count pic 9(5) value zero.
       01 ws-read-count-disp pic ZZZZ9 value zero.
       01 ws-created-count-disp pic ZZZZ9 value zero.
       01 ws-reject-count-disp pic ZZZZ9 value zero.

       MAIN section.
           perform p100-setup
           move "LEADS" to ws-runlock-job
           move "CUSTOMERS SANCHITS" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "sanctlist.dat"
             delimited by size into ws-path-sanctlistfile
           string function trim (ws-data-dir) "sanchits.dat"
             delimited by size into ws-path-sanhitfile
           string function trim (ws-data-dir) "leads.csv"
             delimited by size into ws-path-leadfile
           string function trim (ws-data-dir) "leadexc.txt"
               close leadfile
           end-if

           if ws-reject-count equal zero and
             ws-review-count equal zero
               move "  No exceptions." to Letter-Text
               write Letter-Line
           end-if

       p340-create-customer.
           perform p270-generate-reference
           move ws-next-reference to ws-scr-cust-id
           move ws-lead-name to ws-scr-name
           move ws-lead-postcode to ws-scr-postcode
           perform p930-screen-customer
           open i-o custfile
           if file-status = "35"
               close custfile
               move ws-system-date(1:8) to
                 cust-consent-date of custrec
           end-if
           if ws-scr-status not equal spaces
               move ws-scr-status to cust-screen-status of custrec
               move ws-system-date(1:8) to
                 cust-screen-date of custrec
               move ws-scr-list-date to cust-screen-list of custrec
           end-if
           write custrec
               invalid key
                   add 1 to ws-reject-count
                   move ws-audit-key to ws-jrnl-key
                   move custrec to ws-jrnl-data
                   perform p906-write-journal
                   if ws-scr-new-hits greater than zero
                       add 1 to ws-review-count
                       move spaces to ws-reject-reason
                       string "Created as " ws-next-reference
                         " - sanctions/PEP review"
                         delimited by size into ws-reject-reason
                       perform p330-write-exception
                   end-if
           end-write
           close custfile.


           copy "write-journal.cpy".

           copy "sanctions-screen.cpy".

           copy "run-lock.cpy".

       end program 603Leads.
