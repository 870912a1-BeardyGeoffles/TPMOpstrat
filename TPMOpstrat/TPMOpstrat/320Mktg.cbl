       program-id. 320Mktg is recursive.

      *  MARKETING SPEND REGISTER - THE REAL MONEY SPENT PER LISTING
      *  (PORTAL PREMIUMS, NEWSPAPER FEATURES, PHOTOGRAPHY, BOARDS),
      *  EACH COST FLAGGED RECOVERABLE OR NOT. THE RECOVERABLE TOTAL
      *  IS PULLED ONTO THE VENDOR COMPLETION STATEMENT AT
      *  COMPLETION; THE FULL TOTAL FEEDS THE PROFITABILITY LINE IN
      *  THE SALES LEDGER. BEFORE THIS REGISTER NOTHING RECORDED
      *  WHICH PROPERTY THE SPEND BELONGED TO. THE TYPE ALSO TIES
      *  THE SPEND TO AN ENQUIRY SOURCE FOR THE LEAD SOURCE RETURN
      *  REPORT.

       environment division.

       01 ws-mkt-cost-id pic x(10) value spaces.
       01 ws-mkt-type pic x(2) value spaces.
         88 valid-mkt-type value "PP" "pp" "NP" "np" "PH" "ph"
           "BD" "bd" "OT" "ot".
       01 ws-mkt-amount pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-mkt-date pic x(8) value spaces.
       01 ws-mkt-recoverable pic x(1) value "N".
         03 pic x(10) using ws-mkt-cost-id highlight prompt " ".
         03 value "] blank if new   Type: [".
         03 pic x(2) using ws-mkt-type highlight prompt " ".
         03 value "] PP/NP/PH/BD/OT".
         03 line 17 col 2 value "Amount:   [".
         03 pic Z,ZZZ,ZZ9.99 using ws-mkt-amount highlight
           prompt " ".
       p230-add-cost.
           move function numval (ws-mkt-amount) to ws-cost-amount
           if not valid-mkt-type
               move "Type must be PP, NP, PH, BD or OT." to ws-error
               exit paragraph
           end-if
           if ws-cost-amount equal zero
