      *  AGENCY AGREEMENT CHECK WORK AREA FOR AGREEMENT-CHECK.CPY.
      *  THE CALLER SETS THE PROPERTY; BACK COMES WHETHER A SIGNED,
      *  UNCANCELLED AGREEMENT IS ON FILE FOR IT, AND IF NOT WHY.
       01 ws-agr-property pic x(10) value spaces.
       01 ws-agr-signed pic x(1) value "N".
         88 agr-signed value "Y".
       01 ws-agr-reason pic x(30) value spaces.
