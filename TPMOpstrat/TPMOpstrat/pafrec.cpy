      *  POSTCODE ADDRESS FILE ENTRY - ONE ROW PER DELIVERY ADDRESS
      *  ON THE LOADED REFERENCE FILE, KEYED ON THE POSTCODE HELD IN
      *  CAPITALS WITHOUT SPACES AND THE ADDRESS'S PLACE WITHIN THE
      *  POSTCODE, SO ONE START AND A RUN OF READS GIVES EVERY
      *  ADDRESS AT A POSTCODE IN THE ORDER PUBLISHED. THE POSTCODE
      *  IS ALSO KEPT AS PRINTED ("SW1A 1AA") FOR FILLING THE
      *  SCREENS. LINE 1 IS THE BUILDING AND STREET, LINE 2 THE
      *  LOCALITY OR TOWN. THE WHOLE FILE IS REPLACED EACH TIME A
      *  NEW ISSUE ARRIVES; EVERY ROW CARRIES THE DATE OF THE ISSUE.
       01 Paf-Record.
         03 Paf-Key.
           05 Paf-Postcode-Key pic x(8).
           05 Paf-Seq pic 9(3).
         03 Paf-Postcode pic x(10).
         03 Paf-Address1 pic x(40).
         03 Paf-Address2 pic x(40).
         03 Paf-Issue-Date pic x(8).
