      *  POSTCODE CENTROIDS AND DISTANCES - SHARED BY THE PROPERTY
      *  BROWSE, THE REQUIREMENTS SCREEN AND THE NIGHTLY MATCH AND
      *  GRADING RUNS. THE CALLER NEEDS PCGEOFILE SELECTED (NOT
      *  OPEN). A FULL POSTCODE NOT ON THE FILE FALLS BACK TO ITS
      *  OUTWARD CODE'S ROW WHERE THERE IS ONE, SO A NEW-BUILD
      *  STREET STILL LANDS IN THE RIGHT DISTRICT.
       p956-geo-postcode-key.
           move spaces to ws-geo-key
           move zero to ws-geo-key-len
           perform varying ws-geo-sub from 1 by 1
             until ws-geo-sub greater than 10
               if ws-geo-postcode (ws-geo-sub:1) not equal space and
                 ws-geo-key-len less than 8
                   add 1 to ws-geo-key-len
                   move function upper-case
                     (ws-geo-postcode (ws-geo-sub:1)) to
                     ws-geo-key (ws-geo-key-len:1)
               end-if
           end-perform.

       p957-geo-find-postcode.
           move "N" to ws-geo-found
           move "N" to ws-geo-file-missing
           move zero to ws-geo-easting ws-geo-northing
           perform p956-geo-postcode-key
           if ws-geo-key equal spaces
               exit paragraph
           end-if
           open input pcgeofile
           if file-status = "35"
               close pcgeofile
               move "Y" to ws-geo-file-missing
               exit paragraph
           end-if
           move ws-geo-key to Pcgeo-Postcode-Key
           read pcgeofile
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-geo-found
           end-read

      *  THE INWARD CODE IS ALWAYS THREE CHARACTERS, SO WHAT IS LEFT
      *  OF A FULL POSTCODE IS ITS OUTWARD CODE.
           if not geo-found and ws-geo-key-len greater than 4
               move spaces to Pcgeo-Postcode-Key
               move ws-geo-key (1:ws-geo-key-len - 3) to
                 Pcgeo-Postcode-Key
               read pcgeofile
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-geo-found
               end-read
           end-if
           if geo-found
               move Pcgeo-Easting to ws-geo-easting
               move Pcgeo-Northing to ws-geo-northing
           end-if
           close pcgeofile.

       p958-geo-distance.

      *  STRAIGHT-LINE DISTANCE ON THE NATIONAL GRID, IN MILES TO
      *  ONE PLACE - CLOSE ENOUGH FOR "WITHIN THREE MILES" AND NO
      *  NEED FOR LATITUDE AND LONGITUDE.
           compute ws-geo-dx = ws-geo-to-easting - ws-geo-from-easting
           compute ws-geo-dy =
             ws-geo-to-northing - ws-geo-from-northing
           compute ws-geo-metres =
             function sqrt (ws-geo-dx * ws-geo-dx +
             ws-geo-dy * ws-geo-dy)
           compute ws-geo-miles rounded = ws-geo-metres / 1609.344
             on size error
                 move 999.9 to ws-geo-miles
           end-compute
           move ws-geo-miles to ws-geo-miles-disp.
