      *  MONTH - A RE-RUN RAISES NOTHING NEW.
      *  RUN MONTHLY FROM THE OPERATING SYSTEM SCHEDULER - NO
      *  SCREEN, NO OPERATOR INPUT.
      *  LET-ONLY INSTRUCTIONS CARRY NO MANAGEMENT FEE - THEIR ONLY
      *  CHARGE IS THE TENANT-FIND FEE RAISED WHEN THE TENANCY IS
      *  SET UP - SO THEY ARE LEFT OUT OF THIS RUN. THE LISTING'S
      *  OWN MANAGEMENT RATE IS USED WHERE ONE IS SET.
      *  UNDER THE TENANT FEES ACT NO FEE MAY BE BILLED TO A TENANT
      *  UNLESS IT IS ONE OF THE PERMITTED PAYMENTS - BEFORE EACH
      *  INVOICE IS RAISED THE PAYEE IS CHECKED AGAINST THE LIVE
      *  TENANCIES, AND A FEE TYPE A TENANT MAY NOT BE CHARGED IS
      *  REJECTED, AUDITED AND COUNTED INSTEAD OF INVOICED.
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
              file status file-status
              record key Invoice-ID OF Invoice-Record.

              select vatratefile assign dynamic ws-path-vatratefile
              organization indexed
              access dynamic
              file status file-status
              record key Vatrate-Effective-Date OF Vatrate-Record.

              select tenancyfile assign dynamic
                ws-path-tenancyfile
              organization indexed
              access dynamic
              file status file-status
              record key Tenancy-ID OF Tenancy-Record.

              select custfile assign dynamic ws-path-custfile
              organization indexed
              access dynamic
       fd invoicefile.
       copy "invoicerec.cpy".

       fd vatratefile.
       copy "vatraterec.cpy".

       fd custfile.
       copy "custrec.cpy".

       fd tenancyfile.
       copy "tenancyrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

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
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-rentfile pic x(60) value spaces.
       01 ws-path-invoicefile pic x(60) value spaces.
       01 ws-path-vatratefile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-invprintfile pic x(70) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.

       copy "audit-chain-variables.cpy".

       copy "vat-rate-variables.cpy".

       01 ws-run-month pic x(6) value spaces.
       01 ws-numeric-reference pic 9(10) value zero.
       01 ws-invoice-number pic x(10) value spaces.
       01 ws-fee-gross pic 9(9)v99 value zero.
       01 ws-prop-collected pic 9(9)v99 value zero.
       01 ws-prop-fee pic 9(9)v99 value zero.
       01 ws-prop-rate pic 9v99 value zero.
       01 ws-already-invoiced pic x(1) value "N".
         88 already-invoiced value "Y".
       01 ws-raised-count pic 9(3) value zero.

      *  FEE TYPE BEING RAISED, AND THE PAYMENTS THE TENANT FEES ACT
      *  PERMITS FROM A TENANT - RN RENT, DP TENANCY DEPOSIT, HD
      *  HOLDING DEPOSIT, DF DEFAULT FEE, CT CHANGE OF TENANCY, ET
      *  EARLY TERMINATION, UT UTILITIES AND COUNCIL TAX.
       01 ws-fee-type pic x(2) value "MF".
         88 fee-permitted-to-tenant value "RN" "DP" "HD" "DF" "CT"
                                          "ET" "UT".
       01 ws-payee-tenant pic x(1) value "N".
         88 payee-is-tenant value "Y".
       01 ws-rejected-count pic 9(3) value zero.
       01 ws-count-disp pic ZZ9 value zero.
       01 ws-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.


       MAIN section.
           perform p100-setup
           move "LETINV" to ws-runlock-job
           move "INVOICES" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
             delimited by size into ws-path-rentfile
           string function trim (ws-data-dir) "invoices.dat"
             delimited by size into ws-path-invoicefile
           string function trim (ws-data-dir) "vatrates.dat"
             delimited by size into ws-path-vatratefile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "tenancies.dat"
             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "audit.log"
           move ws-raised-count to ws-count-disp
           display "Management-fee run complete - " ws-count-disp
             " invoices raised.".
           if ws-rejected-count not equal zero
               move ws-rejected-count to ws-count-disp
               display "Management-fee run - " ws-count-disp
                 " rejected as not a permitted tenant payment."
           end-if.

       p300-gather-landlords.
           move "0" to ws-prop-eof
                       if function upper-case (Property-Status of
                         Property-Record) equal "LT" and
                         Customer-ID of Property-Record not equal
                         spaces and
                         not property-let-only of Property-Record
                           perform p310-note-landlord
                       end-if
               end-read
                       if function upper-case (Property-Status of
                         Property-Record) equal "LT" and
                         Customer-ID of Property-Record equal
                         ws-this-landlord and
                         not property-let-only of Property-Record
                           perform p420-fee-one-property
                       end-if
               end-read
           if ws-fee-net equal zero
               exit paragraph
           end-if
           move ws-system-date(1:8) to ws-vat-date
           perform p939-vat-rate-for-date
           compute ws-fee-vat rounded = ws-fee-net * ws-vat-fraction
           compute ws-fee-gross = ws-fee-net + ws-fee-vat

           perform p415-check-permitted-payment
           if payee-is-tenant and not fee-permitted-to-tenant
               add 1 to ws-rejected-count
               display "Management-fee run: " ws-fee-type
                 " fee to " ws-this-landlord
                 " refused - payee is a tenant."
               move "LETINV" to ws-audit-type
               move ws-this-landlord to ws-audit-key
               move "TFAREJECT" to ws-audit-action
               perform p900-write-audit
               exit paragraph
           end-if

           perform p430-generate-invoice-number
           perform p440-read-landlord
           perform p450-write-invoice
           end-if
           close invoicefile.

       p415-check-permitted-payment.

      *  THE PAYEE COUNTS AS A TENANT WHILE NAMED ON ANY TENANCY
      *  THAT HAS NOT YET ENDED.
           move "N" to ws-payee-tenant
           move "0" to end-of-file
           open input tenancyfile
           if file-status not equal "35"
               perform until eof
                   read tenancyfile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           if Tenancy-Tenant-ID of Tenancy-Record
                             equal ws-this-landlord and
                             (Tenancy-End of Tenancy-Record equal
                             spaces or Tenancy-End of Tenancy-Record
                             not less than ws-system-date(1:8))
                               move "Y" to ws-payee-tenant
                               move "1" to end-of-file
                           end-if
                   end-read
               end-perform
           end-if
           close tenancyfile.

       p420-fee-one-property.

      *  SAME MATHS AS THE REMITTANCE STATEMENT - THE RATE ON THE
               end-perform
           end-if
           close rentfile
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
           add ws-prop-fee to ws-fee-net.

       p430-generate-invoice-number.
           move cust-postcode of custrec to Invoice-Postcode
           move ws-fee-net to Invoice-Net-Amount
           move ws-fee-vat to Invoice-VAT-Amount
           move ws-vat-percent to Invoice-VAT-Rate
           move zero to Invoice-Credited-Net
           move zero to Invoice-Credited-Gross
           move ws-fee-gross to Invoice-Gross-Amount
           move ws-system-date(1:8) to Invoice-Date
           move "N" to Invoice-Paid
           move ws-fee-type to Invoice-Type
           write Invoice-Record
               invalid key
                   continue

           copy "write-audit-chained.cpy".

           copy "vat-rate.cpy".

           copy "run-lock.cpy".

       end program 625LetInv.
