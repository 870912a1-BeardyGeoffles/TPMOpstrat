              file status file-status
              record key cust-id OF custrec.

              select pcgeofile assign dynamic ws-path-pcgeofile
              organization indexed
              access dynamic
              file status file-status
              record key Pcgeo-Postcode-Key OF Pcgeo-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.
       fd custfile.
       copy "custrec.cpy".

       fd pcgeofile.
       copy "pcgeorec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       01 ws-req-area-1 pic x(4) value spaces.
       01 ws-req-area-2 pic x(4) value spaces.
       01 ws-req-area-3 pic x(4) value spaces.
       01 ws-req-centre-postcode pic x(8) value spaces.
       01 ws-req-radius pic 9(2) value zero.
       01 ws-req-prop-type pic x(1) value spaces.
         88 valid-req-prop-type value " " "D" "d" "S" "s" "T" "t"
           "F" "f" "B" "b".
       01 ws-req-active pic x(1) value "Y".
       01 ws-req-grade pic x(1) value spaces.
       01 ws-req-grade-score pic 9(3) value zero.
       01 ws-req-grade-reasons pic x(60) value spaces.
       01 ws-req-graded-date pic x(8) value spaces.
       01 ws-req-grade-user pic x(10) value spaces.
       01 ws-cust-name pic x(30) value spaces.
       01 ws-save-changes PIC X(1) value "N".
         88 save-changes value "Y" "y".
       01 file-status pic xx.
       01 ws-path-reqfile pic x(60) value spaces.
       01 ws-path-custfile pic x(60) value spaces.
       01 ws-path-pcgeofile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.
       copy "audit-chain-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

       copy "pcgeo-distance-variables.cpy".

       Screen section.

       01 Req-screen.
         03 value "] [".
         03 pic x(4) using ws-req-area-3 highlight prompt " ".
         03 value "]   Outward codes, e.g. SW1A".
         03 line 11 col 2 value "Or within:        [".
         03 pic 9(2) using ws-req-radius highlight prompt 0.
         03 value "] miles of postcode [".
         03 pic x(8) using ws-req-centre-postcode highlight
           prompt " ".
         03 value "]".
         03 line 12 col 2 value "Property type:    [".
         03 pic x(1) using ws-req-prop-type highlight prompt " ".
         03 value "] D=Det S=Semi T=Terr F=Flat B=Bung blank=Any".
         03 line 13 col 2 value "Active?:          [".
         03 pic x(1) using ws-req-active highlight prompt " ".
         03 value "]   N drops them from the nightly match run".
         03 line 14 col 2 value "Grade (nightly):  [".
         03 pic x(1) from ws-req-grade.
         03 value "] H/W/C  Score [".
         03 pic 9(3) from ws-req-grade-score.
         03 value "]  Graded [".
         03 pic x(8) from ws-req-graded-date.
         03 value "]  Neg [".
         03 pic x(10) from ws-req-grade-user.
         03 value "]".
         03 line 19 col 2 value "Why: ".
         03 pic x(60) from ws-req-grade-reasons.
         03 line 15 col 2 value "Save changes?:    [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
             delimited by size into ws-path-reqfile
           string function trim (ws-data-dir) "customers.dat"
             delimited by size into ws-path-custfile
           string function trim (ws-data-dir) "pcgeo.dat"
             delimited by size into ws-path-pcgeofile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

                     "Enter a valid customer reference." to ws-error
               else
                   if save-changes
                       perform p248-check-radius
                       if ws-error equal spaces and
                         not valid-req-prop-type
                           move
                             "Property type must be D, S, T, F, B or"
                             & " blank." to ws-error
                       end-if
                       if ws-error equal spaces
                           perform p250-save-requirements
                       end-if
                       move "N" to ws-save-changes
               move Req-Area-1 to ws-req-area-1
               move Req-Area-2 to ws-req-area-2
               move Req-Area-3 to ws-req-area-3
               move Req-Centre-Postcode to ws-req-centre-postcode
               move Req-Radius-Miles to ws-req-radius
               if ws-req-radius is not numeric
                   move zero to ws-req-radius
               end-if
               move Req-Prop-Type to ws-req-prop-type
               move Req-Active to ws-req-active
               perform p246-hold-grade
               move "Requirements record retrieved." to ws-error
           else
               move zero to ws-req-price-low
               move spaces to ws-req-area-1
               move spaces to ws-req-area-2
               move spaces to ws-req-area-3
               move spaces to ws-req-centre-postcode
               move zero to ws-req-radius
               move spaces to ws-req-prop-type
               move "Y" to ws-req-active
               perform p246-hold-grade
               move
                 "No requirements on file yet - key them and save."
                 to ws-error
           move function upper-case (ws-req-area-1) to Req-Area-1
           move function upper-case (ws-req-area-2) to Req-Area-2
           move function upper-case (ws-req-area-3) to Req-Area-3
           move function upper-case (ws-req-centre-postcode) to
             Req-Centre-Postcode
           move ws-req-radius to Req-Radius-Miles
           move function upper-case (ws-req-prop-type) to
             Req-Prop-Type
           move function upper-case (ws-req-active) to Req-Active
           move ws-system-date to Req-Last-Updated
           move ws-req-grade to Req-Grade
           move ws-req-grade-score to Req-Grade-Score
           move ws-req-grade-reasons to Req-Grade-Reasons
           move ws-req-graded-date to Req-Graded-Date
           move ws-req-grade-user to Req-Grade-User
           if req-found
               rewrite Requirement-Record
                   invalid key
               invalid key
                   move "1" to invalid-data
           end-read
           perform p246-hold-grade
           close reqfile
           if not key-not-found
               move "Y" to ws-req-found
           end-if.

       p246-hold-grade.

      *  THE GRADE BELONGS TO THE NIGHTLY RUN - HELD HERE SO A SAVE
      *  FROM THE SCREEN WRITES IT BACK UNCHANGED.
           if key-not-found
               move spaces to ws-req-grade ws-req-grade-reasons
                 ws-req-graded-date ws-req-grade-user
               move zero to ws-req-grade-score
           else
               move Req-Grade to ws-req-grade
               move Req-Grade-Score to ws-req-grade-score
               move Req-Grade-Reasons to ws-req-grade-reasons
               move Req-Graded-Date to ws-req-graded-date
               move Req-Grade-User to ws-req-grade-user
               if ws-req-grade-score is not numeric
                   move zero to ws-req-grade-score
               end-if
           end-if.

       p248-check-radius.

      *  A CENTRE AND RADIUS REPLACE THE AREAS RATHER THAN ADD TO
      *  THEM, SO ONLY ONE OR THE OTHER IS KEPT. THE CENTRE MUST BE
      *  ON THE CENTROID FILE ONCE ONE IS LOADED, OR THE NIGHTLY
      *  MATCH COULD NEVER PUT A LISTING IN FRONT OF THEM.
           move spaces to ws-error
           if ws-req-radius is not numeric
               move zero to ws-req-radius
           end-if
           if ws-req-centre-postcode equal spaces and
             ws-req-radius equal zero
               exit paragraph
           end-if
           if ws-req-centre-postcode equal spaces or
             ws-req-radius equal zero
               move "Key both the miles and the centre postcode, or"
                 & " neither." to ws-error
               exit paragraph
           end-if
           if ws-req-area-1 not equal spaces or
             ws-req-area-2 not equal spaces or
             ws-req-area-3 not equal spaces
               move "Key postcode areas or a radius, not both." to
                 ws-error
               exit paragraph
           end-if
           move ws-req-centre-postcode to ws-geo-postcode
           perform p957-geo-find-postcode
           if not geo-found and not geo-file-missing
               move "Centre postcode is not on the centroid file -"
                 & " key a nearby one." to ws-error
           end-if.

       p300-end.

           copy "menuoption.cpy".

           close custfile.

           copy "pcgeo-distance.cpy".

       end program 212Reqs.
