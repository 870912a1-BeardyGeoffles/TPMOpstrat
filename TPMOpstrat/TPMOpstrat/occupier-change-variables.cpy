      *  CHANGE OF OCCUPIER WORK AREA FOR OCCUPIER-CHANGE.CPY. THE
      *  CALLER SETS THE PROPERTY, EVENT (I/O/C), SOURCE REFERENCE,
      *  EFFECTIVE DATE, OUTGOING AND INCOMING OCCUPIERS AND ANY
      *  METER READINGS TAKEN; A BLANK READING LEAVES ONE ALREADY
      *  RECORDED ALONE.
       01 ws-occ-property pic x(10) value spaces.
       01 ws-occ-event pic x(1) value spaces.
       01 ws-occ-source pic x(10) value spaces.
       01 ws-occ-effective pic x(8) value spaces.
       01 ws-occ-outgoing pic x(10) value spaces.
       01 ws-occ-incoming pic x(10) value spaces.
       01 ws-occ-gas pic x(10) value spaces.
       01 ws-occ-elec pic x(10) value spaces.
       01 ws-occ-water pic x(10) value spaces.
       01 ws-occ-reference pic x(10) value spaces.
       01 ws-occ-numeric pic 9(10) value zero.
       01 ws-occ-eof pic x(1) value "0".
         88 occ-eof value "1".
       01 ws-occ-found pic x(1) value "N".
         88 occ-found value "Y".
       01 ws-occ-seq-missing pic x(1) value "0".
         88 occ-seq-missing value "1".
       01 ws-occ-party pic x(10) value spaces.
