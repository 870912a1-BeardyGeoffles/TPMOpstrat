      *  CUSTOMER SATISFACTION SURVEY RECORD - ONE ROW PER SURVEY
      *  SENT TO ONE PARTY AFTER A SALE COMPLETES OR A TENANCY
      *  STARTS, KEYED ON ITS OWN REFERENCE. SOURCE: S=SALE (THE
      *  SOURCE REFERENCE IS THE PROPERTY), T=TENANCY (THE SOURCE
      *  REFERENCE IS THE TENANCY). ROLE: V=VENDOR, B=BUYER,
      *  T=TENANT, L=LANDLORD. THE NEGOTIATOR AND BRANCH ARE TAKEN
      *  FROM THE PROPERTY WHEN THE SURVEY GOES, SO THE SCORE STAYS
      *  WITH WHOEVER HANDLED THE DEAL. THE EVENT DATE IS THE
      *  COMPLETION OR TENANCY START DATE THE SURVEY FOLLOWS.
      *  STATUS: S=SENT (ON THE COMMS QUEUE), R=RETURNED. THE SCORE
      *  IS THE 0-10 "HOW LIKELY ARE YOU TO RECOMMEND US" ANSWER; A
      *  LOW SCORE RAISES A CALL-BACK FOR THE NEGOTIATOR, WHOSE
      *  CONTACT REFERENCE IS KEPT HERE.
       01 Survey-Record.
         03 Survey-ID pic x(10).
         03 Survey-Source pic x(1).
           88 survey-on-sale value "S".
           88 survey-on-tenancy value "T".
         03 Survey-Source-Ref pic x(10).
         03 Survey-Property-ID pic x(10).
         03 Survey-Cust-ID pic x(10).
         03 Survey-Role pic x(1).
         03 Survey-Negotiator pic x(10).
         03 Survey-Branch pic x(3).
         03 Survey-Event-Date pic x(8).
         03 Survey-Sent pic x(8).
         03 Survey-Comms-ID pic x(10).
         03 Survey-Status pic x(1).
           88 survey-is-sent value "S" "s".
           88 survey-is-returned value "R" "r".
         03 Survey-Score pic 9(2).
         03 Survey-Comment pic x(60).
         03 Survey-Returned pic x(8).
         03 Survey-Contact-ID pic x(10).
