      *  POSTCODE ADDRESS LOOKUP WORK AREA FOR PAF-LOOKUP.CPY. THE
      *  CALLER SETS THE POSTCODE AND ADDRESS AS KEYED AND THE WIDTH
      *  OF ITS ADDRESS FIELDS; BACK COMES THE RESULT AND, WHEN AN
      *  ADDRESS WAS MATCHED OR CHOSEN, THE ADDRESS AND POSTCODE AS
      *  THE REFERENCE FILE SPELLS THEM. THE LAST POSTCODE LOOKED UP
      *  IS REMEMBERED SO AN UNCHANGED POSTCODE IS NOT OFFERED TWICE
      *  - THE CALLER SETS IT WHEN IT LOADS A RECORD TO THE SCREEN.
       01 ws-paf-postcode pic x(10) value spaces.
       01 ws-paf-address1 pic x(40) value spaces.
       01 ws-paf-address2 pic x(40) value spaces.
       01 ws-paf-width pic 9(2) value 40.
       01 ws-paf-last-postcode pic x(10) value spaces.
       01 ws-paf-result pic x(1) value spaces.
         88 paf-not-checked value " ".
         88 paf-not-listed value "N".
         88 paf-address-matched value "M".
         88 paf-address-picked value "P".
         88 paf-address-kept value "K".
       01 ws-paf-message pic x(70) value spaces.
       01 ws-paf-save-held pic x(1) value "N".
         88 paf-save-held value "Y".

       01 ws-paf-key-pc pic x(8) value spaces.
       01 ws-paf-key-len pic 9(2) value zero.
       01 ws-paf-sub pic 9(2) value zero.
       01 ws-paf-count pic 9(2) value zero.
       01 ws-paf-more pic x(1) value "N".
         88 paf-more-addresses value "Y".
       01 ws-paf-file-missing pic x(1) value "N".
         88 paf-file-missing value "Y".
       01 ws-paf-eof pic x(1) value "0".
         88 paf-eof value "1".
       01 ws-paf-table.
         03 ws-paf-entry occurs 60 times.
           05 ws-paf-entry-postcode pic x(10).
           05 ws-paf-entry-address1 pic x(40).
           05 ws-paf-entry-address2 pic x(40).
       01 ws-paf-lines.
         03 ws-paf-line occurs 15 times pic x(76).
       01 ws-paf-pick pic x(2) value spaces.
       01 ws-paf-pick-num pic 9(2) value zero.
       01 ws-paf-num-disp pic Z9 value zero.
       01 ws-paf-keyed pic x(40) value spaces.
       01 ws-paf-listed pic x(40) value spaces.
