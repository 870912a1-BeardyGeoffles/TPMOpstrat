      *  VAT RATE TABLE - ONE ROW PER RATE CHANGE, KEYED ON THE DATE
      *  IT TAKES EFFECT (YYYYMMDD). THE RATE FOR ANY TAX POINT IS
      *  THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER IT, SO A
      *  CHANGE CAN BE KEYED AHEAD OF THE DAY IT STARTS AND OLD
      *  DOCUMENTS STILL REPRINT AT THE RATE THEY WERE RAISED AT.
       01 Vatrate-Record.
         03 Vatrate-Effective-Date pic x(8).
         03 Vatrate-Percent pic 9(2)v99.
         03 Vatrate-Set-By pic x(10).
         03 Vatrate-Set-Date pic x(8).
