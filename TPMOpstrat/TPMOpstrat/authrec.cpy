      *  PAINT WITH TOO BROAD A BRUSH: THIS MATRIX IS THE
      *  SEPARATION OF DUTIES THE INSURERS ASKED FOR. FUNCTIONS:
      *  FALLTHRU, PERIODOPEN, REFUND, REASSIGN, ERASURE,
      *  BRANCHXFER, CONTRPAY, BANKAPPROVE. WHILE NO MATRIX FILE
      *  EXISTS AT ALL THE OLD ROLE RULES APPLY ALONE, SO THE SYSTEM
      *  KEEPS WORKING UNTIL THE MATRIX IS POPULATED; ONCE IT EXISTS, A
      *  SENSITIVE FUNCTION NEEDS AN EXPLICIT Y ROW AND EVERY
      *  REFUSAL IS LOGGED TO THE AUDIT TRAIL.
       01 Auth-Record.
         03 Auth-Key.
           05 Auth-User-ID pic x(10).
