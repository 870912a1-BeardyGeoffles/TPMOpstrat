      *  VAT RATE LOOKUP WORK AREA FOR VAT-RATE.CPY. THE CALLER SETS
      *  THE TAX POINT DATE (YYYYMMDD); BACK COMES THE PERCENTAGE IN
      *  FORCE ON THAT DATE, THE SAME AS A FRACTION FOR THE SUMS, AND
      *  A PRINTABLE FORM OF THE PERCENTAGE.
       01 ws-vat-date pic x(8) value spaces.
       01 ws-vat-percent pic 9(2)v99 value zero.
       01 ws-vat-fraction pic 9v9999 value zero.
       01 ws-vat-percent-disp pic Z9.99 value zero.
       01 ws-vat-rate-found pic x(1) value "N".
         88 vat-rate-found value "Y".
       01 ws-vat-eof pic x(1) value "0".
         88 vat-eof value "1".
