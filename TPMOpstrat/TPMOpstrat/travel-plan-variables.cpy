      *  DAY PLANNER WORK AREA FOR TRAVEL-PLAN.CPY. THE CALLER SETS
      *  THE NEGOTIATOR AND DAY (AND ANY BOOKING OR APPRAISAL
      *  APPOINTMENT TO LEAVE OUT, WHEN THAT IS THE ONE BEING
      *  MOVED); BACK COMES THE DAY'S
      *  VISITS IN ROUTE ORDER WITH THE TRAVEL TIME FROM THE VISIT
      *  BEFORE AND WHETHER IT CAN BE REACHED IN TIME.
       01 ws-trv-postcode pic x(10) value spaces.
       01 ws-trv-pc pic x(10) value spaces.
       01 ws-trv-pc-len pic 9(2) value zero.
       01 ws-trv-district pic x(4) value spaces.
       01 ws-trv-from pic x(4) value spaces.
       01 ws-trv-to pic x(4) value spaces.
       01 ws-trv-area-from pic x(2) value spaces.
       01 ws-trv-area-to pic x(2) value spaces.
       01 ws-trv-minutes pic 9(3) value zero.
       01 ws-trv-sub pic 9(2) value zero.

      *  STANDARD ALLOWANCES - TRAVEL WHEN THE PAIR IS NOT ON THE
      *  TABLE, AND HOW LONG EACH KIND OF VISIT TAKES.
       01 ws-trv-same-district pic 9(3) value 10.
       01 ws-trv-same-area pic 9(3) value 25.
       01 ws-trv-other-area pic 9(3) value 45.
       01 ws-trv-viewing-mins pic 9(3) value 30.
       01 ws-trv-openhouse-mins pic 9(3) value 60.
       01 ws-trv-appraisal-mins pic 9(3) value 60.

       01 ws-plan-user pic x(10) value spaces.
       01 ws-plan-date pic x(8) value spaces.
       01 ws-plan-skip-booking pic x(10) value spaces.
       01 ws-plan-skip-appraisal pic x(10) value spaces.
       01 ws-plan-eof pic x(1) value "0".
         88 plan-eof value "1".
       01 ws-plan-count pic 9(2) value zero.
       01 ws-plan-table.
         03 ws-plan-visit occurs 40 times.
           05 ws-plan-time pic x(4).
           05 ws-plan-kind pic x(1).
           05 ws-plan-ref pic x(10).
           05 ws-plan-property pic x(10).
           05 ws-plan-address pic x(25).
           05 ws-plan-district pic x(4).
           05 ws-plan-cust pic x(10).
           05 ws-plan-travel pic 9(3).
           05 ws-plan-reach pic x(1).
       01 ws-plan-order-table.
         03 ws-plan-order occurs 40 times pic 9(2).
       01 ws-plan-new pic x(1) value spaces.
       01 ws-plan-sub pic 9(2) value zero.
       01 ws-plan-sub2 pic 9(2) value zero.
       01 ws-plan-pos pic 9(2) value zero.
       01 ws-plan-prev pic 9(2) value zero.
       01 ws-plan-next pic 9(2) value zero.
       01 ws-plan-timed pic 9(2) value zero.
       01 ws-plan-start pic 9(4) value zero.
       01 ws-plan-end pic 9(4) value zero.
       01 ws-plan-dur pic 9(3) value zero.
       01 ws-plan-hhmm pic x(4) value spaces.
       01 ws-plan-mins pic 9(4) value zero.
       01 ws-plan-kind-in pic x(1) value spaces.

      *  NEW-SLOT CHECK - THE SLOT BEING BOOKED, AND BACK COMES
      *  WHETHER IT CANNOT BE REACHED FROM THE VISIT BEFORE (OR
      *  LEAVES NO TIME TO REACH THE ONE AFTER), AND WHY.
       01 ws-plan-new-time pic x(4) value spaces.
       01 ws-plan-new-district pic x(4) value spaces.
       01 ws-plan-new-kind pic x(1) value spaces.
       01 ws-plan-unreachable pic x(1) value "N".
         88 plan-unreachable value "Y".
       01 ws-plan-note pic x(70) value spaces.
       01 ws-plan-mins-disp pic ZZ9 value zero.
