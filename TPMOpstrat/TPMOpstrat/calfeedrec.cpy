      *  CALENDAR FEED STATE - ONE ROW PER DIARY ENTRY THE FEED HAS
      *  EVER PUBLISHED, KEYED ON THE ENTRY'S STABLE UID: BK+BOOKING
      *  REFERENCE, AP+APPRAISAL REFERENCE, OR AV+NEGOTIATOR+DATE FOR
      *  A DAY OFF. THE CHECK VALUE IS WORKED OUT FROM EVERYTHING THE
      *  ENTRY SHOWS; WHEN IT CHANGES (MOVED, CANCELLED, NEW ADDRESS
      *  OR PHONE) THE SEQUENCE GOES UP AND THE MODIFIED TIME IS
      *  RESET, SO A PHONE UPDATES ITS COPY INSTEAD OF KEEPING THE OLD
      *  ONE. MODIFIED AND LAST-RUN ARE UTC, YYYYMMDDTHHMMSSZ.
       01 Calfeed-Record.
         03 Calfeed-UID pic x(20).
         03 Calfeed-User-ID pic x(10).
         03 Calfeed-Check pic 9(15).
         03 Calfeed-Sequence pic 9(5).
         03 Calfeed-Modified pic x(16).
         03 Calfeed-Last-Run pic x(16).
