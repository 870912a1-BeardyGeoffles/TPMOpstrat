      *  INVENTORY ITEM RECORD - ONE ROW PER ITEM ON A TENANCY'S
      *  ROOM-BY-ROOM INVENTORY, KEYED ON ITS OWN REFERENCE AND TIED
      *  TO THE TENANCY. THE CONDITION IS GRADED AT CHECK-IN AND THE
      *  SAME ITEM RE-GRADED AT CHECK-OUT - E(XCELLENT), G(OOD),
      *  F(AIR), P(OOR) OR X (DAMAGED BEYOND USE / MISSING). A
      *  WORSE GRADE OUT THAN IN IS A DETERIORATION; ITS COST AND
      *  WHETHER IT IS A D(AMAGE) OR C(LEANING) CHARGE ARE WHAT
      *  THE END-OF-TENANCY SETTLEMENT TOTALS AND ITEMISES.
       01 Inv-Record.
         03 Inv-ID pic x(10).
         03 Inv-Tenancy-ID pic x(10).
         03 Inv-Room pic x(15).
         03 Inv-Item pic x(25).
         03 Inv-In-Grade pic x(1).
         03 Inv-In-Notes pic x(30).
         03 Inv-In-Date pic x(8).
         03 Inv-Out-Grade pic x(1).
         03 Inv-Out-Notes pic x(30).
         03 Inv-Out-Date pic x(8).
         03 Inv-Cost pic 9(7)v99.
         03 Inv-Charge-Type pic x(1).
           88 inv-is-damage value "D" "d".
           88 inv-is-cleaning value "C" "c".
         03 Inv-User-ID pic x(10).
