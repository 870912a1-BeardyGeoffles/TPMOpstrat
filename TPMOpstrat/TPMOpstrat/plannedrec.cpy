      *  PLANNED MAINTENANCE SCHEDULE RECORD - ONE ROW PER RECURRING
      *  TASK ON A MANAGED LET (ANNUAL BOILER SERVICE, GUTTER
      *  CLEARING, ALARM TEST, LEGIONELLA ASSESSMENT), KEYED ON ITS
      *  OWN REFERENCE. THE TASK FALLS DUE EVERY SO MANY MONTHS; THE
      *  PLANNED MAINTENANCE RUN RAISES A JOB FOR IT TO THE
      *  PREFERRED CONTRACTOR WITHIN THE COST LIMIT ON THE NEXT
      *  WORKING DAY FROM THE DUE DATE, THEN MOVES THE DUE DATE ON.
      *  THE LAST JOB RAISED IS KEPT SO A TASK WHOSE PREVIOUS VISIT
      *  IS STILL OPEN IS NOT RAISED TWICE. STATUS A=ACTIVE,
      *  S=SUSPENDED (NOTHING IS RAISED).
       01 Plan-Record.
         03 Plan-ID pic x(10).
         03 Plan-Property-ID pic x(10).
         03 Plan-Task pic x(40).
         03 Plan-Freq-Months pic 9(3).
         03 Plan-Contractor-ID pic x(10).
         03 Plan-Cost-Limit pic 9(7)v99.
         03 Plan-Next-Due pic x(8).
         03 Plan-Last-Job-ID pic x(10).
         03 Plan-Last-Raised pic x(8).
         03 Plan-Status pic x(1).
           88 plan-is-active value "A" "a".
           88 plan-is-suspended value "S" "s".
         03 Plan-User-ID pic x(10).
