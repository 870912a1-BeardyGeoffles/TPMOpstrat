      *  SANCTIONS AND PEP LIST ENTRY - ONE ROW PER NAME OR ALIAS ON
      *  THE PUBLISHED LIST, KEYED ON THE LIST'S OWN ENTRY
      *  REFERENCE. TYPE: S=SANCTIONS DESIGNATION, P=POLITICALLY
      *  EXPOSED PERSON. NAMES ARE HELD IN CAPITALS WITH THE
      *  PUNCTUATION TAKEN OUT; THE SURNAME KEY IS THE SOUND-ALIKE
      *  SKELETON OF THE FIRST WORD OF THE SURNAME, SO SCREENING
      *  FINDS "MUHAMMAD" UNDER "MOHAMMED". THE POSTCODE IS HELD
      *  WITHOUT SPACES. THE WHOLE FILE IS REPLACED EACH TIME A NEW
      *  LIST ARRIVES; EVERY ROW CARRIES THE DATE OF THE LIST.
       01 Sanct-Record.
         03 Sanct-Entry-ID pic x(12).
         03 Sanct-Type pic x(1).
           88 sanct-is-sanction value "S".
           88 sanct-is-pep value "P".
         03 Sanct-Surname-Key pic x(8).
         03 Sanct-Surname pic x(30).
         03 Sanct-Forenames pic x(40).
         03 Sanct-Postcode pic x(10).
         03 Sanct-Detail pic x(40).
         03 Sanct-List-Date pic x(8).
