      *  CHANGE OF OCCUPIER RECORD - ONE ROW PER OCCUPANCY CHANGE ON
      *  A PROPERTY, KEYED ON ITS OWN REFERENCE: A TENANT MOVING IN
      *  (I) OR OUT (O), OR A SALE COMPLETING (C). THE SOURCE IS THE
      *  TENANCY, OR THE PROPERTY FOR A SALE. THE OUTGOING AND
      *  INCOMING OCCUPIERS ARE CUSTOMER REFERENCES - THE LANDLORD
      *  STANDS AS OCCUPIER WHILE A LET PROPERTY IS EMPTY. THE GAS,
      *  ELECTRIC AND WATER READINGS ARE AS TAKEN AT CHECK-IN,
      *  CHECK-OUT OR COMPLETION. EACH NOTIFICATION - THE COUNCIL
      *  TAX OFFICE AND EACH SUPPLIER - CARRIES THE COMMS QUEUE
      *  REFERENCE IT WENT OUT UNDER; BLANK MEANS NOT YET NOTIFIED
      *  (A SUPPLIER IS ONLY TOLD ONCE ITS READING IS IN).
       01 Occ-Record.
         03 Occ-ID pic x(10).
         03 Occ-Property-ID pic x(10).
         03 Occ-Event pic x(1).
           88 occ-move-in value "I".
           88 occ-move-out value "O".
           88 occ-completion value "C".
         03 Occ-Source-Ref pic x(10).
         03 Occ-Effective pic x(8).
         03 Occ-Outgoing-ID pic x(10).
         03 Occ-Incoming-ID pic x(10).
         03 Occ-Gas-Reading pic x(10).
         03 Occ-Elec-Reading pic x(10).
         03 Occ-Water-Reading pic x(10).
         03 Occ-Comms-Council pic x(10).
         03 Occ-Comms-Gas pic x(10).
         03 Occ-Comms-Elec pic x(10).
         03 Occ-Comms-Water pic x(10).
         03 Occ-User-ID pic x(10).
         03 Occ-Recorded pic x(21).
