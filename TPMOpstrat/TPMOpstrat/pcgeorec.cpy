      *  POSTCODE CENTROID ENTRY - ONE ROW PER POSTCODE ON THE LOADED
      *  REFERENCE FILE, KEYED ON THE POSTCODE HELD IN CAPITALS
      *  WITHOUT SPACES, GIVING THE NATIONAL GRID EASTING AND
      *  NORTHING (METRES) OF THE MIDDLE OF THE POSTCODE. A ROW MAY
      *  ALSO BE A WHOLE OUTWARD CODE ("SW1A"), USED WHEN A FULL
      *  POSTCODE IS NOT LISTED. THE POSTCODE IS ALSO KEPT AS
      *  PRINTED. THE WHOLE FILE IS REPLACED EACH TIME A NEW ISSUE
      *  ARRIVES; EVERY ROW CARRIES THE DATE OF THE ISSUE.
       01 Pcgeo-Record.
         03 Pcgeo-Postcode-Key pic x(8).
         03 Pcgeo-Postcode pic x(10).
         03 Pcgeo-Easting pic 9(7).
         03 Pcgeo-Northing pic 9(7).
         03 Pcgeo-Issue-Date pic x(8).
