
      *  NOMINAL CODE TABLE MAINTENANCE - THE MAPPING FROM THIS
      *  SYSTEM'S FINANCIAL SOURCES (INVOICE NET/VAT, REFERRAL
      *  FEES, CLIENT MONIES, CREDIT NOTE NET/VAT, RETURNED
      *  PAYMENTS) TO THE ACCOUNTS PACKAGE'S NOMINAL CODES, USED BY
      *  THE MONTH-END JOURNAL EXTRACT. FINANCE OWNS THE CODES; THIS
      *  SCREEN JUST KEEPS THEM OUT OF THE CODE.

       environment division.


       01 ws-nom-source pic x(12) value spaces.
         88 valid-nom-source value "INVNET" "INVVAT" "REFFEE"
           "MONIESIN" "MONIESREF" "CRNNET" "CRNVAT" "RETPAY".
       01 ws-nom-code pic x(8) value spaces.
       01 ws-nom-desc pic x(30) value spaces.
       01 ws-save-row PIC X(1) value "N".
      *  THE WHOLE TABLE DRAWN ON SCREEN - IT ONLY EVER HOLDS A
      *  HANDFUL OF ROWS.
       01 ws-nom-draw.
         03 ws-nom-line occurs 9 times pic x(56).
       01 ws-draw-sub pic 9(2) value zero.

       Screen section.
      *  NOMINAL CODES
         03 foreground-color 14 line 2 col 2 value
           "NOMINAL CODE TABLE".
         03 line 3 col 2 value "Current mapping:".
         03 pic x(56) from ws-nom-line(1) line 4 col 4.
         03 pic x(56) from ws-nom-line(2) line 5 col 4.
         03 pic x(56) from ws-nom-line(3) line 6 col 4.
         03 pic x(56) from ws-nom-line(4) line 7 col 4.
         03 pic x(56) from ws-nom-line(5) line 8 col 4.
         03 pic x(56) from ws-nom-line(6) line 9 col 4.
         03 pic x(56) from ws-nom-line(7) line 10 col 4.
         03 pic x(56) from ws-nom-line(8) line 11 col 4.
         03 pic x(56) from ws-nom-line(9) line 12 col 4.
         03 line 13 col 2 value "Source:      [".
         03 pic x(12) using ws-nom-source highlight prompt " ".
         03 value "] INVNET/INVVAT/REFFEE/MONIESIN/MONIESREF".
         03 line 14 col 17 value "CRNNET/CRNVAT/RETPAY".
         03 line 15 col 2 value "Nominal code:[".
         03 pic x(8) using ws-nom-code highlight prompt " ".
         03 value "]".
         03 line 16 col 2 value "Description: [".
         03 pic x(30) using ws-nom-desc highlight prompt " ".
         03 value "]".
         03 line 18 col 2 value "Save row?:   [".
         03 pic x(1) using ws-save-row highlight prompt " ".
         03 value "]".
         03 line 25 col 2 pic x(70) from ws-error.
                   at end
                       move "1" to end-of-file
                   not at end
                       if ws-draw-sub less than 9
                           add 1 to ws-draw-sub
                           move spaces to ws-nom-line(ws-draw-sub)
                           string "  " Nom-Source of Nom-Record
