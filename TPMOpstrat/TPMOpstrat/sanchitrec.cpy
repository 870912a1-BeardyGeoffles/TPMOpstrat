      *  SANCTIONS AND PEP REVIEW QUEUE - ONE ROW PER POSSIBLE MATCH
      *  OF A CUSTOMER AGAINST A LIST ENTRY, KEYED ON THE CUSTOMER
      *  AND THE ENTRY SO A RE-SCREEN NEVER RAISES THE SAME MATCH
      *  TWICE. THE SCORE IS OUT OF 100 (SURNAME, FORENAME AND
      *  POSTCODE AGREEMENT). STATUS: P=PENDING REVIEW, C=CONFIRMED
      *  AS THE LISTED PERSON, D=DISMISSED AS A DIFFERENT PERSON.
      *  THE REVIEWER, THE DATE OF THE DECISION AND THEIR NOTE ARE
      *  KEPT ON THE ROW.
       01 Sanhit-Record.
         03 Sanhit-Key.
           05 Sanhit-Cust-ID pic x(10).
           05 Sanhit-Entry-ID pic x(12).
         03 Sanhit-Type pic x(1).
         03 Sanhit-Listed-Name pic x(40).
         03 Sanhit-Detail pic x(40).
         03 Sanhit-Score pic 9(3).
         03 Sanhit-Found pic x(8).
         03 Sanhit-List-Date pic x(8).
         03 Sanhit-Status pic x(1).
           88 sanhit-is-pending value "P" "p".
           88 sanhit-is-confirmed value "C" "c".
           88 sanhit-is-dismissed value "D" "d".
         03 Sanhit-Reviewer pic x(10).
         03 Sanhit-Reviewed pic x(8).
         03 Sanhit-Note pic x(40).
