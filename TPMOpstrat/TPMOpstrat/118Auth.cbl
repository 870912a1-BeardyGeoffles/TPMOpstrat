
      *  FUNCTION AUTHORISATION MATRIX MAINTENANCE - WHO MAY RUN
      *  WHICH NAMED SENSITIVE FUNCTION (FALLTHRU, PERIODOPEN,
      *  REFUND, REASSIGN, ERASURE, BRANCHXFER, CONTRPAY,
      *  BANKAPPROVE), OVER AND ABOVE THE FOUR ROLE FLAGS. THE
      *  SEPARATION OF DUTIES THE INSURERS ASKED FOR AT THE LAST
      *  REVIEW. WHILE NO MATRIX FILE EXISTS THE OLD ROLE RULES APPLY
      *  ALONE; SAVING THE FIRST ROW HERE IS WHAT ARMS THE GATES.

       environment division.

       01 ws-auth-user-id pic x(10) value spaces.
       01 ws-auth-func pic x(12) value spaces.
         88 valid-auth-func value "FALLTHRU" "PERIODOPEN"
           "REFUND" "REASSIGN" "ERASURE" "BRANCHXFER" "CONTRPAY"
           "BANKAPPROVE".
       01 ws-auth-allow pic x(1) value "Y".
       01 ws-save-row PIC X(1) value "N".
         88 save-row value "Y" "y".
         03 line 13 col 2 value "Function:  [".
         03 pic x(12) using ws-auth-func highlight prompt " ".
         03 value "] FALLTHRU/PERIODOPEN/REFUND/REASSIGN".
         03 line 14 col 15 value
           "ERASURE/BRANCHXFER/CONTRPAY/BANKAPPROVE".
         03 line 15 col 2 value "Allowed?:  [".
         03 pic x(1) using ws-auth-allow highlight prompt " ".
         03 value "]".
