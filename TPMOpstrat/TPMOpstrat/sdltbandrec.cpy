      *  STAMP DUTY (SDLT) BAND TABLE - ONE ROW PER BAND, KEYED ON
      *  THE DATE THE BAND SET TAKES EFFECT (YYYYMMDD), THE SCHEME
      *  AND THE PRICE THE BAND STARTS ABOVE. FOR ANY DATE EACH
      *  SCHEME USES ONLY ITS ROWS WITH THE LATEST EFFECTIVE DATE
      *  NOT AFTER IT, SO A BUDGET CHANGE IS KEYED AS A FRESH SET OF
      *  ROWS FROM THE NEW DATE AND THE OLD SET IS LEFT ALONE.
      *  SCHEME: S=STANDARD BANDS, F=FIRST-TIME BUYER BANDS (MAX
      *  PRICE IS THE PRICE ABOVE WHICH THE RELIEF IS LOST AND THE
      *  STANDARD BANDS APPLY), A=ADDITIONAL PROPERTY SURCHARGE AND
      *  N=NON-RESIDENT SURCHARGE. A SURCHARGE ROW'S RATE IS ADDED
      *  ON THE WHOLE PRICE ONCE THE PRICE IS ABOVE ITS LOWER LIMIT.
       01 Sdltband-Record.
         03 Sdltband-Key.
           05 Sdltband-Effective-Date pic x(8).
           05 Sdltband-Scheme pic x(1).
             88 sdlt-scheme-standard value "S".
             88 sdlt-scheme-first-time value "F".
             88 sdlt-scheme-additional value "A".
             88 sdlt-scheme-non-resident value "N".
           05 Sdltband-Lower pic 9(9).
         03 Sdltband-Percent pic 9(2)v99.
         03 Sdltband-Max-Price pic 9(9).
         03 Sdltband-Set-By pic x(10).
         03 Sdltband-Set-Date pic x(8).
