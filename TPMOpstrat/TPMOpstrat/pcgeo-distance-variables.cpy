      *  POSTCODE DISTANCE WORK AREA FOR PCGEO-DISTANCE.CPY. THE
      *  CALLER SETS WS-GEO-POSTCODE AND GETS BACK WHETHER IT WAS
      *  FOUND AND ITS EASTING AND NORTHING; FOR A DISTANCE IT SETS
      *  THE FROM AND TO POINTS AND GETS BACK WHOLE AND TENTH MILES.
       01 ws-geo-postcode pic x(10) value spaces.
       01 ws-geo-found pic x(1) value "N".
         88 geo-found value "Y".
       01 ws-geo-file-missing pic x(1) value "N".
         88 geo-file-missing value "Y".
       01 ws-geo-easting pic 9(7) value zero.
       01 ws-geo-northing pic 9(7) value zero.
       01 ws-geo-from-easting pic 9(7) value zero.
       01 ws-geo-from-northing pic 9(7) value zero.
       01 ws-geo-to-easting pic 9(7) value zero.
       01 ws-geo-to-northing pic 9(7) value zero.
       01 ws-geo-miles pic 9(3)v9 value zero.
       01 ws-geo-miles-disp pic ZZ9.9 value zero.

       01 ws-geo-key pic x(8) value spaces.
       01 ws-geo-key-len pic 9(2) value zero.
       01 ws-geo-sub pic 9(2) value zero.
       01 ws-geo-dx pic s9(7) value zero.
       01 ws-geo-dy pic s9(7) value zero.
       01 ws-geo-metres pic 9(7)v9 value zero.
