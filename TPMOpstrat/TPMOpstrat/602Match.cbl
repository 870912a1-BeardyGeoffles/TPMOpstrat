      *  ACTIVE APPLICANT REQUIREMENTS ROW AND WRITES A MATCH LIST
      *  GROUPED PER NEGOTIATOR, SO HOT BUYERS SURFACE THE MORNING
      *  AFTER A LISTING GOES ON WITHOUT ANYONE REMEMBERING TO ASK.
      *  EACH LISTING'S APPLICANTS COME OUT IN GRADE ORDER - HOT,
      *  THEN WARM, THEN COLD AND UNGRADED - AS SET BY THE NIGHTLY
      *  GRADING RUN. AN APPLICANT WHO GAVE A CENTRE POSTCODE AND A
      *  RADIUS INSTEAD OF AREAS IS MATCHED BY DISTANCE BETWEEN THE
      *  POSTCODE CENTROIDS, AND THE DISTANCE IS SHOWN UNDER THE
      *  MATCH.
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
              record key Req-Cust-ID OF Requirement-Record.

              select pcgeofile assign dynamic ws-path-pcgeofile
              organization indexed
              access dynamic
              file status file-status
              record key Pcgeo-Postcode-Key OF Pcgeo-Record.

              select matchctlfile assign dynamic
                ws-path-matchctlfile
              organization line sequential
       fd reqfile.
       copy "requirementsrec.cpy".

       fd pcgeofile.
       copy "pcgeorec.cpy".

       fd matchctlfile.
       copy "matchctlrec.cpy".

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
       01 ws-path-userfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-reqfile pic x(60) value spaces.
       01 ws-path-pcgeofile pic x(60) value spaces.
       01 ws-path-matchctlfile pic x(60) value spaces.
       01 ws-path-matchlistfile pic x(60) value spaces.
       01 ws-path-batchlogfile pic x(60) value spaces.
       01 ws-area-matches pic x(1) value "N".
         88 area-matches value "Y".
       01 ws-area-len pic 9(3) value zero.
       01 ws-by-distance pic x(1) value "N".
         88 by-distance value "Y".
       01 ws-prop-geo-found pic x(1) value "N".
         88 prop-geo-found value "Y".
       01 ws-prop-easting pic 9(7) value zero.
       01 ws-prop-northing pic 9(7) value zero.
       01 ws-radius-disp pic Z9 value zero.

       copy "pcgeo-distance-variables.cpy".
       01 ws-applicant-name pic x(30) value spaces.
       01 ws-grade-pass pic 9(1) value zero.
       01 ws-pass-grade pic x(1) value spaces.
       01 ws-req-grade-uc pic x(1) value spaces.
       01 ws-applicant-phone pic x(15) value spaces.
       01 ws-listing-count pic 9(5) value zero.
       01 ws-match-count pic 9(5) value zero.

       MAIN section.
           perform p100-setup
           move "MATCH" to ws-runlock-job
           move "MATCHLIST" to ws-runlock-masters
           perform p880-claim-run-lock
           if run-lock-held
               perform p200-run
               perform p885-release-run-lock
           end-if
           goback.

       PROCS section.
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "requirements.dat"
             delimited by size into ws-path-reqfile
           string function trim (ws-data-dir) "pcgeo.dat"
             delimited by size into ws-path-pcgeofile
           string function trim (ws-data-dir) "matchctl.dat"
             delimited by size into ws-path-matchctlfile
           string function trim (ws-data-dir) "matchlist.txt"
             User-ID of Property-Record equal ws-cur-user-id and
             Property-Last-Updated of Property-Record > ws-last-run
               add 1 to ws-listing-count
               perform p415-locate-listing
               perform p500-scan-requirements
           end-if.

       p415-locate-listing.

      *  THE LISTING'S CENTROID IS LOOKED UP ONCE, AHEAD OF THE
      *  APPLICANTS WHO WANT IT BY DISTANCE.
           move Property-Postcode of Property-Record to
             ws-geo-postcode
           perform p957-geo-find-postcode
           move ws-geo-found to ws-prop-geo-found
           move ws-geo-easting to ws-prop-easting
           move ws-geo-northing to ws-prop-northing.

       p500-scan-requirements.

      *  ONE PASS OF THE REQUIREMENTS PER GRADE SO THE HOTTEST
      *  BUYERS HEAD EACH LISTING'S MATCHES.
           perform varying ws-grade-pass from 1 by 1
             until ws-grade-pass > 3
               evaluate ws-grade-pass
                   when 1
                       move "H" to ws-pass-grade
                   when 2
                       move "W" to ws-pass-grade
                   when other
                       move "C" to ws-pass-grade
               end-evaluate
               move "0" to ws-req-eof
               open input reqfile
               if file-status not equal "35"
                   perform until req-eof
                       read reqfile next record
                           at end
                               move "1" to ws-req-eof
                           not at end
                               perform p510-consider-applicant
                   end-perform
               end-if
               close reqfile
           end-perform.

       p510-consider-applicant.
           move function upper-case (Req-Grade) to ws-req-grade-uc
           if ws-req-grade-uc not equal "H" and
             ws-req-grade-uc not equal "W"
               move "C" to ws-req-grade-uc
           end-if
           if req-is-active and ws-req-grade-uc equal ws-pass-grade
               move Property-Price of Property-Record to
                 ws-prop-price-plain
               perform p520-check-area-match
      *  NO AREAS KEYED MEANS ANYWHERE - OTHERWISE THE PROPERTY'S
      *  POSTCODE MUST START WITH ONE OF THE APPLICANT'S OUTWARD
      *  CODES, SAME PREFIX SHAPE AS 310PROPLIST'S POSTCODE FILTER.
      *  A CENTRE AND RADIUS TAKE THE PLACE OF THE AREAS.
           move "N" to ws-by-distance
           if Req-Centre-Postcode not equal spaces and
             Req-Radius-Miles is numeric and
             Req-Radius-Miles greater than zero
               perform p525-check-distance-match
               exit paragraph
           end-if
           if Req-Area-1 equal spaces and Req-Area-2 equal spaces and
             Req-Area-3 equal spaces
               move "Y" to ws-area-matches
               end-if
           end-if.

       p525-check-distance-match.

      *  A LISTING OR CENTRE WITH NO CENTROID CANNOT BE MEASURED AND
      *  IS NOT OFFERED - THE CENTROID CHECK RUN LISTS BOTH.
           move "Y" to ws-by-distance
           move "N" to ws-area-matches
           if not prop-geo-found
               exit paragraph
           end-if
           move Req-Centre-Postcode to ws-geo-postcode
           perform p957-geo-find-postcode
           if not geo-found
               exit paragraph
           end-if
           move ws-geo-easting to ws-geo-from-easting
           move ws-geo-northing to ws-geo-from-northing
           move ws-prop-easting to ws-geo-to-easting
           move ws-prop-northing to ws-geo-to-northing
           perform p958-geo-distance
           if ws-geo-miles not greater than Req-Radius-Miles
               move "Y" to ws-area-matches
           end-if.

       p530-write-match-line.
           if not user-header-done
               move "Y" to ws-user-header-done

           add 1 to ws-match-count
           move spaces to Match-Text
           string "  " ws-req-grade-uc " " Req-Cust-ID " "
             ws-applicant-name " "
             ws-applicant-phone " -> "
             Property-ID of Property-Record " "
             (Property-Postcode of Property-Record)
             " at " Property-Price of Property-Record
             delimited by size into Match-Text
           write Match-Line
           if by-distance
               move Req-Radius-Miles to ws-radius-disp
               move spaces to Match-Text
               string "      " ws-geo-miles-disp " miles from "
                 function trim (Req-Centre-Postcode)
                 " - wants within " ws-radius-disp " miles"
                 delimited by size into Match-Text
               write Match-Line
           end-if.

       p540-read-applicant.
           move spaces to ws-applicant-name
           end-if.
           close custfile.

           copy "pcgeo-distance.cpy".

       p940-log-job-end.

      *  APPENDS THE SAME "JOB ... END ... RECORDS ..." LINE THE

           copy "write-audit-chained.cpy".

           copy "run-lock.cpy".

       end program 602Match.
