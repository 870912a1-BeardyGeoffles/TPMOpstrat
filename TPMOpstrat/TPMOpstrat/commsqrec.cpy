      *  PANEL REFERENCE WITH A BLANK CUSTOMER, BECAUSE SOLICITOR
      *  REFERENCES OCCUPY THE SAME NUMERIC SPACE AS CUSTOMER
      *  REFERENCES AND MUST NEVER BE RESOLVED ON THE CUSTOMER
      *  FILE. CHANGE OF OCCUPIER NOTICES (COTCOUNCIL, COTGAS,
      *  COTELEC, COTWATER) CARRY THE OCCUPANCY CHANGE REFERENCE;
      *  SATISFACTION SURVEYS (SURVEY) CARRY THE SURVEY REFERENCE;
      *  MARKETING CAMPAIGN ITEMS (CAMPPOST, CAMPEMAIL, CAMPSMS)
      *  CARRY THE CAMPAIGN REFERENCE; APPRAISAL APPOINTMENT
      *  CONFIRMATIONS (APPRAPPT) CARRY THE APPRAISAL REFERENCE,
      *  THERE BEING NO LISTING YET. BLANK ON EVERYTHING ELSE.
         03 Comms-Doc-Ref pic x(10).
