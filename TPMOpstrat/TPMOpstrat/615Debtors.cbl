      *  BUCKET GETS AN ESCALATING REMINDER LETTER WRITTEN AND
      *  QUEUED ON THE COMMS QUEUE LIKE THE OTHER OUTBOUND
      *  DOCUMENTS - ONCE PER BUCKET, SO A RE-RUN DOES NOT CHASE
      *  THE SAME DEBT TWICE AT THE SAME AGE. CREDIT NOTES RAISED
      *  AGAINST AN INVOICE REDUCE THE DEBT THE SAME WAY PAYMENTS DO.
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

              select invoicefile assign dynamic
                ws-path-invoicefile
              organization indexed
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

       01 ws-alloc-total pic 9(9)v99 value zero.
       01 ws-inv-outstanding pic s9(9)v99 value zero.
       01 ws-inv-credited pic 9(9)v99 value zero.
       01 ws-unpaid-count pic 9(5) value zero.
       01 ws-letter-count pic 9(5) value zero.
       01 ws-count-disp pic ZZZZ9 value zero.

       MAIN section.
           perform p100-setup
           move "DEBTORS" to ws-runlock-job
           move "DEBTORS COMMS" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
               exit paragraph
           end-if

      *  PART PAYMENTS POSTED ON THE ALLOCATION FILE AND CREDIT
      *  NOTES COME OFF THE DEBT - AN INVOICE FULLY COVERED BY
      *  THEM IS NOT CHASED EVEN IF ITS PAID FLAG HAS NOT CAUGHT
      *  UP YET.
           perform p330-sum-allocations
           move zero to ws-inv-credited
           if Invoice-Credited-Gross of Invoice-Record is numeric
               move Invoice-Credited-Gross of Invoice-Record to
                 ws-inv-credited
           end-if
           compute ws-inv-outstanding =
             Invoice-Gross-Amount of Invoice-Record -
             ws-inv-credited - ws-alloc-total
           if ws-inv-outstanding not greater than zero
               exit paragraph
           end-if
                           move "1" to end-of-file
                       not at end
                           if Pay-Invoice-ID of Pay-Record equal
                             Invoice-ID of Invoice-Record and
                             not pay-is-returned
                               add Pay-Amount of Pay-Record to
                                 ws-alloc-total
                           end-if

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 615Debtors.
