      *  FILE OF WHAT IS CURRENTLY ON THE PORTAL DRIVES THE
      *  NEW/CHANGED/REMOVED DECISION, A RUN CONTROL RECORD HOLDS
      *  WHEN THE LAST FEED WAS CUT, AND A CONTROL-TOTALS TRAILER
      *  LETS THE RECEIVING END VALIDATE THE BATCH. A LISTING IS
      *  ONLY PUBLISHED ONCE ITS AGENCY AGREEMENT IS SIGNED; ONE
      *  WITHOUT IS WITHHELD (AND TAKEN DOWN IF IT IS ALREADY UP,
      *  AS WHEN THE CLIENT'S NOTICE OF CANCELLATION RUNS OUT).
      *  EACH LINE CARRIES THE LISTING'S MATERIAL INFORMATION, AND A
      *  LISTING WITH ANY MANDATORY ITEM MISSING IS WITHHELD (OR
      *  TAKEN DOWN) IN THE SAME WAY.
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

              select PropertyFile assign dynamic
              ws-path-propertyfile
              organization indexed
              file status file-status
              record key Snap-Property-ID OF Snap-Record.

              select agreefile assign dynamic ws-path-agreefile
              organization indexed
              access dynamic
              file status file-status
              record key Agree-Property-ID OF Agree-Record.

              select matinfofile assign dynamic ws-path-matinfofile
              organization indexed
              access dynamic
              file status file-status
              record key Matinfo-Property-ID OF Matinfo-Record.

              select portalctlfile assign dynamic
                ws-path-portalctlfile
              organization line sequential
       fd portalsnapfile.
       copy "portalsnaprec.cpy".

       fd agreefile.
       copy "agreementrec.cpy".

       fd matinfofile.
       copy "matinforec.cpy".

       fd portalctlfile.
       copy "portalctlrec.cpy".

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
       01 file-status pic xx.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-portalsnapfile pic x(60) value spaces.
       01 ws-path-agreefile pic x(60) value spaces.
       01 ws-path-matinfofile pic x(60) value spaces.
       01 ws-path-portalctlfile pic x(60) value spaces.
       01 ws-path-portalfeedfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-new-count pic 9(5) value zero.
       01 ws-changed-count pic 9(5) value zero.
       01 ws-removed-count pic 9(5) value zero.
       01 ws-withheld-count pic 9(5) value zero.
       01 ws-withheld-count-disp pic ZZZZ9 value zero.
       copy "agreement-check-variables.cpy".
       01 ws-matinfo-withheld-count pic 9(5) value zero.
       01 ws-matinfo-withheld-disp pic ZZZZ9 value zero.
       copy "material-info-check-variables.cpy".
       01 ws-feed-years-edit pic ZZ9 value zero.
       01 ws-feed-money-edit pic ZZZZ9.99 value zero.
       01 ws-feed-lease-years pic x(3) value spaces.
       01 ws-feed-ground-rent pic x(8) value spaces.
       01 ws-feed-service-charge pic x(8) value spaces.
       01 ws-feed-restrictions pic x(60) value spaces.
       01 ws-total-count pic 9(5) value zero.
       01 ws-new-count-disp pic ZZZZ9 value zero.
       01 ws-changed-count-disp pic ZZZZ9 value zero.

       MAIN section.
           perform p100-setup
           move "PORTAL" to ws-runlock-job
           move "PORTAL" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
           end-if
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "agreements.dat"
             delimited by size into ws-path-agreefile
           string function trim (ws-data-dir) "matinfo.dat"
             delimited by size into ws-path-matinfofile
           string function trim (ws-data-dir) "portalsnap.dat"
             delimited by size into ws-path-portalsnapfile
           string function trim (ws-data-dir) "portalctl.dat"
           move zero to ws-new-count
           move zero to ws-changed-count
           move zero to ws-removed-count
           move zero to ws-withheld-count
           move zero to ws-matinfo-withheld-count

           open output portalfeedfile
           move spaces to Csv-Prop-Text
           string
             "Flag,Property-ID,Address1,Address2,Postcode,Price,"
             & "Status,Tax-Band,Tenure,Lease-Years,Ground-Rent,"
             & "Service-Charge,Restrictions,Flood-Risk"
             delimited by size into Csv-Prop-Text
           write Csv-Prop-Line


           display "Portal feed cut - " ws-new-count-disp " new, "
             ws-changed-count-disp " changed, "
             ws-removed-count-disp " removed."
           move ws-withheld-count to ws-withheld-count-disp
           display "Listings withheld, no signed agency agreement - "
             ws-withheld-count-disp "."
           move ws-matinfo-withheld-count to ws-matinfo-withheld-disp
           display "Listings withheld, material information missing - "
             ws-matinfo-withheld-disp ".".

       p300-read-last-run.

           end-if.
           close PropertyFile.

      *  A LISTING STILL FOR SALE WHOSE AGREEMENT HAS LAPSED OR BEEN
      *  CANCELLED COMES DOWN LIKE ONE THAT HAS LEFT THE MARKET.
           if ws-prop-status-uc equal "FS"
               move ws-removed-id to ws-agr-property
               perform p929-check-agreement
               if not agr-signed
                   move spaces to ws-prop-status-uc
               end-if
           end-if
           if ws-prop-status-uc equal "FS"
               move ws-removed-id to ws-mat-property
               perform p937-check-material-info
               if not mat-complete
                   move spaces to ws-prop-status-uc
               end-if
           end-if

           if ws-prop-status-uc not equal "FS"
               add 1 to ws-removed-count
               move spaces to Csv-Prop-Text
       p510-consider-listing.
           if function upper-case (Property-Status of Property-Record)
             equal "FS"
               move Property-ID of Property-Record to ws-agr-property
               perform p929-check-agreement
               if not agr-signed
                   add 1 to ws-withheld-count
                   display "Listing " Property-ID of Property-Record
                     " withheld - " function trim (ws-agr-reason)
                   exit paragraph
               end-if
               move Property-ID of Property-Record to ws-mat-property
               perform p937-check-material-info
               if not mat-complete
                   add 1 to ws-matinfo-withheld-count
                   display "Listing " Property-ID of Property-Record
                     " withheld - missing "
                     function trim (ws-mat-missing)
                   exit paragraph
               end-if
               perform p520-check-snapshot
               if not snap-found
                   add 1 to ws-new-count
                   end-write
               else
                   if Property-Last-Updated of Property-Record >
                     ws-last-run or ws-mat-updated > ws-last-run
                       add 1 to ws-changed-count
                       move "C" to ws-feed-flag
                       perform p530-write-feed-line
           end-if.

       p530-write-feed-line.

      *  THE MATERIAL INFORMATION IS THAT JUST CHECKED FOR THE
      *  LISTING. A LEASE LENGTH AND CHARGES GO OUT ONLY FOR A
      *  LEASEHOLD OR SHARE OF FREEHOLD; COMMAS IN THE RESTRICTIONS
      *  TEXT WOULD SPLIT THE FIELD, SO THEY GO OUT AS SEMICOLONS.
           move spaces to ws-feed-lease-years
           move spaces to ws-feed-ground-rent
           move spaces to ws-feed-service-charge
           if ws-mat-tenure equal "L" or ws-mat-tenure equal "S"
               move ws-mat-lease-years to ws-feed-years-edit
               move ws-feed-years-edit to ws-feed-lease-years
               move ws-mat-ground-rent to ws-feed-money-edit
               move ws-feed-money-edit to ws-feed-ground-rent
               move ws-mat-service-charge to ws-feed-money-edit
               move ws-feed-money-edit to ws-feed-service-charge
           end-if
           move spaces to ws-feed-restrictions
           if ws-mat-restrict-flag equal "Y"
               move ws-mat-restrictions to ws-feed-restrictions
               inspect ws-feed-restrictions replacing all "," by ";"
           else
               move "None known" to ws-feed-restrictions
           end-if
           move spaces to Csv-Prop-Text
           string ws-feed-flag
             "," function trim (Property-ID of Property-Record)
             "," function trim (Property-Postcode of Property-Record)
             "," function trim (Property-Price of Property-Record)
             "," Property-Status of Property-Record
             "," ws-mat-band
             "," ws-mat-tenure
             "," function trim (ws-feed-lease-years)
             "," function trim (ws-feed-ground-rent)
             "," function trim (ws-feed-service-charge)
             "," function trim (ws-feed-restrictions)
             "," ws-mat-flood-risk
             delimited by size into Csv-Prop-Text
           write Csv-Prop-Line.


           copy "write-audit-chained.cpy".

           copy "agreement-check.cpy".

           copy "material-info-check.cpy".

           copy "run-lock.cpy".

       end program 604Portal.
