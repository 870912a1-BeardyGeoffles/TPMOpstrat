              alternate record key Customer-ID OF
                Property-Record with duplicates.

              select pcgeofile assign dynamic ws-path-pcgeofile

              organization indexed

              access dynamic

              file status file-status

              record key Pcgeo-Postcode-Key OF Pcgeo-Record.

       data division.

       file section.

       copy "property-record.cpy".

       fd pcgeofile.

       copy "pcgeorec.cpy".

       working-storage section.

       01 user-option PIC x(1) value space.

       01 ws-path-propertyfile pic x(60) value spaces.

       01 ws-path-pcgeofile pic x(60) value spaces.

       copy "data-dir.cpy".

       01 ws-end-of-file pic x value "0".

           05 ws-browse-postcode pic x(10).

           05 ws-browse-miles pic x(5).

      *  A RADIUS SEARCH MEASURES FROM THE CENTRE, LOOKED UP ONCE
      *  PER LIST, AND SHOWS EACH LISTING'S DISTANCE.

       01 ws-radius-search pic x(1) value "N".

         88 radius-search value "Y".

       01 ws-centre-easting pic 9(7) value zero.

       01 ws-centre-northing pic 9(7) value zero.

       01 ws-miles-heading pic x(5) value spaces.

       01 ws-radius-disp pic Z9 value zero.

       copy "pcgeo-distance-variables.cpy".

       copy "system-date-variables.cpy".

       copy "session-timeout-variables.cpy".

         03 line 5 col 58 value "Postcode".

         03 pic x(5) from ws-miles-heading line 5 col 70.

         03 pic x(10) using ws-browse-id (1) line 6 col 2.

         03 pic x(2) using ws-browse-status-disp (1) line 6 col 13.

         03 pic x(10) using ws-browse-postcode (1) line 6 col 58.

         03 pic x(5) from ws-browse-miles (1) line 6 col 70.

         03 pic x(10) using ws-browse-id (2) line 7 col 2.

         03 pic x(2) using ws-browse-status-disp (2) line 7 col 13.

         03 pic x(10) using ws-browse-postcode (2) line 7 col 58.

         03 pic x(5) from ws-browse-miles (2) line 7 col 70.

         03 pic x(10) using ws-browse-id (3) line 8 col 2.

         03 pic x(2) using ws-browse-status-disp (3) line 8 col 13.

         03 pic x(10) using ws-browse-postcode (3) line 8 col 58.

         03 pic x(5) from ws-browse-miles (3) line 8 col 70.

         03 pic x(10) using ws-browse-id (4) line 9 col 2.

         03 pic x(2) using ws-browse-status-disp (4) line 9 col 13.

         03 pic x(10) using ws-browse-postcode (4) line 9 col 58.

         03 pic x(5) from ws-browse-miles (4) line 9 col 70.

         03 pic x(10) using ws-browse-id (5) line 10 col 2.

         03 pic x(2) using ws-browse-status-disp (5) line 10 col 13.

         03 pic x(10) using ws-browse-postcode (5) line 10 col 58.

         03 pic x(5) from ws-browse-miles (5) line 10 col 70.

         03 pic x(10) using ws-browse-id (6) line 11 col 2.

         03 pic x(2) using ws-browse-status-disp (6) line 11 col 13.

         03 pic x(10) using ws-browse-postcode (6) line 11 col 58.

         03 pic x(5) from ws-browse-miles (6) line 11 col 70.

         03 pic x(10) using ws-browse-id (7) line 12 col 2.

         03 pic x(2) using ws-browse-status-disp (7) line 12 col 13.

         03 pic x(10) using ws-browse-postcode (7) line 12 col 58.

         03 pic x(5) from ws-browse-miles (7) line 12 col 70.

         03 pic x(10) using ws-browse-id (8) line 13 col 2.

         03 pic x(2) using ws-browse-status-disp (8) line 13 col 13.

         03 pic x(10) using ws-browse-postcode (8) line 13 col 58.

         03 pic x(5) from ws-browse-miles (8) line 13 col 70.

         03 pic x(10) using ws-browse-id (9) line 14 col 2.

         03 pic x(2) using ws-browse-status-disp (9) line 14 col 13.

         03 pic x(10) using ws-browse-postcode (9) line 14 col 58.

         03 pic x(5) from ws-browse-miles (9) line 14 col 70.

         03 pic x(10) using ws-browse-id (10) line 15 col 2.

         03 pic x(2) using ws-browse-status-disp (10) line 15 col 13.

         03 pic x(10) using ws-browse-postcode (10) line 15 col 58.

         03 pic x(5) from ws-browse-miles (10) line 15 col 70.

         03 pic x(10) using ws-browse-id (11) line 16 col 2.

         03 pic x(2) using ws-browse-status-disp (11) line 16 col 13.

         03 pic x(10) using ws-browse-postcode (11) line 16 col 58.

         03 pic x(5) from ws-browse-miles (11) line 16 col 70.

         03 pic x(10) using ws-browse-id (12) line 17 col 2.

         03 pic x(2) using ws-browse-status-disp (12) line 17 col 13.

         03 pic x(10) using ws-browse-postcode (12) line 17 col 58.

         03 pic x(5) from ws-browse-miles (12) line 17 col 70.

         03 pic x(10) using ws-browse-id (13) line 18 col 2.

         03 pic x(2) using ws-browse-status-disp (13) line 18 col 13.

         03 pic x(10) using ws-browse-postcode (13) line 18 col 58.

         03 pic x(5) from ws-browse-miles (13) line 18 col 70.

         03 pic x(10) using ws-browse-id (14) line 19 col 2.

         03 pic x(2) using ws-browse-status-disp (14) line 19 col 13.

         03 pic x(10) using ws-browse-postcode (14) line 19 col 58.

         03 pic x(5) from ws-browse-miles (14) line 19 col 70.

         03 pic x(10) using ws-browse-id (15) line 20 col 2.

         03 pic x(2) using ws-browse-status-disp (15) line 20 col 13.

         03 pic x(10) using ws-browse-postcode (15) line 20 col 58.

         03 pic x(5) from ws-browse-miles (15) line 20 col 70.

         03 line 23 col 2 pic x(70) from ws-error.

       copy "menuprint.cpy".
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile.

           string function trim (ws-data-dir) "pcgeo.dat"
             delimited by size into ws-path-pcgeofile.

       p001-list.

           move spaces to ws-error

           move spaces to ws-filter-display

           move "N" to ws-radius-search

           move spaces to ws-miles-heading

           if ws-browse-centre-postcode not equal spaces and
             ws-browse-radius is numeric and
             ws-browse-radius not equal zero

               move "Y" to ws-radius-search

               move "Miles" to ws-miles-heading

               move ws-browse-radius to ws-radius-disp

               string
                 "Status="

                 ws-browse-status-filter

                 " Addr="

                 ws-browse-address-filter

                 " "

                 ws-radius-disp

                 "mi of "

                 ws-browse-centre-postcode

                 delimited by size

                 into ws-filter-display

           else

               string
                 "Status="

                 ws-browse-status-filter

                 " Addr="

                 ws-browse-address-filter

                 " Pcode="

                 ws-browse-postcode-filter

                 delimited by size

                 into ws-filter-display

           end-if.

       p310-scan-properties.


           move "0" to ws-end-of-file

           if radius-search

               perform p315-locate-centre

               if ws-error not equal spaces

                   exit paragraph

               end-if

           end-if

           open input PropertyFile

           if file-status not equal "35"
                                     ws-browse-postcode
                                     (ws-browse-idx)

                                   if radius-search

                                       move ws-geo-miles-disp to
                                         ws-browse-miles
                                         (ws-browse-idx)

                                   end-if

                               else

                                   move "Y" to ws-browse-more

           close PropertyFile.

       p315-locate-centre.

      *  A CENTRE WITH NO CENTROID CANNOT BE MEASURED FROM, SO THE
      *  LIST IS LEFT EMPTY RATHER THAN SHOWING EVERYTHING.
           move ws-browse-centre-postcode to ws-geo-postcode

           perform p957-geo-find-postcode

           if geo-file-missing

               move "No postcode centroid file loaded - search by"
                 & " postcode prefix instead." to ws-error

           else

               if not geo-found

                   string "Postcode "
                     function trim (ws-browse-centre-postcode)
                     " has no centroid on file - try a nearby one."
                     delimited by size into ws-error

               end-if

           end-if

           move ws-geo-easting to ws-centre-easting

           move ws-geo-northing to ws-centre-northing.

       p330-check-match.

      *  APPLIES EVERY POPULATED CRITERION - STATUS EXACT, POSTCODE

               move "N" to ws-record-matches

           end-if

      *  DISTANCE LAST, AS IT IS THE ONLY CRITERION NEEDING A READ.
      *  A LISTING WHOSE POSTCODE HAS NO CENTROID IS LEFT OUT.
           if record-matches and radius-search

               move Property-Postcode to ws-geo-postcode

               perform p957-geo-find-postcode

               if not geo-found

                   move "N" to ws-record-matches

               else

                   move ws-centre-easting to ws-geo-from-easting

                   move ws-centre-northing to ws-geo-from-northing

                   move ws-geo-easting to ws-geo-to-easting

                   move ws-geo-northing to ws-geo-to-northing

                   perform p958-geo-distance

                   if ws-geo-miles > ws-browse-radius

                       move "N" to ws-record-matches

                   end-if

               end-if

           end-if.

       p331-check-address-match.

           end-if.

           copy "pcgeo-distance.cpy".

       end program 310PropList.
