      *  RENT HISTORY RECORD - ONE ROW PER CHANGE OF RENT ON A
      *  TENANCY, KEYED ON ITS OWN REFERENCE AND TIED TO THE TENANCY
      *  AND ITS PROPERTY: THE RENT BEFORE AND AFTER AND THE DATE
      *  THE NEW FIGURE TAKES EFFECT, SO THE OLD FIGURE IS NEVER
      *  LOST WHEN THE TENANCY'S RENT IS OVERWRITTEN. SOURCE IS
      *  R(EVIEW) FOR A RENT REVIEW PROPOSAL OR M(ANUAL) FOR A
      *  CHANGE KEYED STRAIGHT ONTO THE TENANCY. STATUS IS
      *  P(ROPOSED), N(OTICE SERVED), A(PPLIED) ONCE THE EFFECTIVE
      *  DATE HAS PASSED AND THE TENANCY CARRIES THE NEW RENT, OR
      *  W(ITHDRAWN). ONLY SERVED AND APPLIED ROWS EVER CHANGE WHAT
      *  THE MONTHLY RENT RUN CHARGES.
       01 Renthist-Record.
         03 Renthist-ID pic x(10).
         03 Renthist-Tenancy-ID pic x(10).
         03 Renthist-Property-ID pic x(10).
         03 Renthist-Old-Rent pic 9(7)v99.
         03 Renthist-New-Rent pic 9(7)v99.
         03 Renthist-Effective pic x(8).
         03 Renthist-Source pic x(1).
           88 renthist-from-review value "R" "r".
           88 renthist-from-manual value "M" "m".
         03 Renthist-Status pic x(1).
           88 renthist-is-proposed value "P" "p".
           88 renthist-is-served value "N" "n".
           88 renthist-is-applied value "A" "a".
           88 renthist-is-withdrawn value "W" "w".
           88 renthist-is-binding value "N" "n" "A" "a".
         03 Renthist-Notice-Date pic x(8).
         03 Renthist-User-ID pic x(10).
         03 Renthist-Recorded pic x(21).
