      *  DISTRICT-TO-DISTRICT TRAVEL TIME - THE USUAL DRIVING TIME
      *  IN MINUTES BETWEEN TWO POSTCODE DISTRICTS (THE OUTWARD CODE,
      *  E.G. SW1A OR M1), KEYED ON THE PAIR. ONE ROW SERVES BOTH
      *  DIRECTIONS; A PAIR NOT ON FILE FALLS BACK TO THE STANDARD
      *  ALLOWANCES IN TRAVEL-PLAN.CPY.
       01 Travel-Record.
         03 Travel-Key.
           05 Travel-From pic x(4).
           05 Travel-To pic x(4).
         03 Travel-Minutes pic 9(3).
