
           file status file-status.

           select voidrptfile assign dynamic ws-path-voidrptfile

           organization line sequential

           file status file-status.

           select pricehistfile assign dynamic
             ws-path-pricehistfile

           organization line sequential

           file status file-status.

           select askachfile assign dynamic ws-path-askachfile

           organization line sequential

           file status file-status.

           select enquiryfile assign dynamic ws-path-enquiryfile

           organization indexed

           access dynamic

           file status file-status

           record key Enquiry-ID OF Enquiry-Record.

           select mktcostfile assign dynamic ws-path-mktcostfile

           organization indexed

           access dynamic

           file status file-status

           record key Mktcost-ID OF Mktcost-Record
              alternate record key Mktcost-Property-ID OF
                Mktcost-Record with duplicates.

           select leadroifile assign dynamic ws-path-leadroifile

           organization line sequential

           file status file-status.

           select surveyfile assign dynamic ws-path-surveyfile

           organization indexed

           access dynamic

           file status file-status

           record key Survey-ID OF Survey-Record.

           select satrptfile assign dynamic ws-path-satrptfile

           organization line sequential

           file status file-status.

           select matinfofile assign dynamic ws-path-matinfofile

           organization indexed

           access dynamic

           file status file-status

           record key Matinfo-Property-ID OF Matinfo-Record.

           select matrptfile assign dynamic ws-path-matrptfile

           organization line sequential

           file status file-status.

           select seqctlfile assign dynamic ws-path-seqctlfile

           organization indexed
       01 Renew-Line.
         03 Renew-Text pic x(100).

       fd voidrptfile.

      *  VOID PERIOD AND LOST RENT REPORT LINE - ONE FREE-TEXT LINE
      *  PER LET PROPERTY, THEN SUBTOTALS BY LANDLORD, BRANCH AND
      *  NEGOTIATOR, WRITTEN OUT TO A LINE SEQUENTIAL FILE.
       01 Voidrpt-Line.
         03 Voidrpt-Text pic x(120).

       fd pricehistfile.

       copy "pricehistrec.cpy".

       fd askachfile.

      *  ASKING PRICE AGAINST ACHIEVED PRICE REPORT LINE - ONE
      *  FREE-TEXT LINE PER COMPLETED SALE, THEN SUMMARIES BY VALUER,
      *  NEGOTIATOR, BRANCH, PROPERTY TYPE AND PRICE BAND.
       01 Askach-Line.
         03 Askach-Text pic x(150).

       fd enquiryfile.

       copy "enquiryrec.cpy".

       fd mktcostfile.

       copy "mktcostrec.cpy".

       fd leadroifile.

      *  LEAD SOURCE RETURN REPORT LINE - ONE FREE-TEXT LINE PER
      *  BRANCH AND SOURCE, THEN THE ALL-BRANCH TOTALS BY SOURCE.
       01 Leadroi-Line.
         03 Leadroi-Text pic x(120).

       fd surveyfile.

       copy "surveyrec.cpy".

       fd satrptfile.

      *  CUSTOMER SATISFACTION REPORT LINE - FOR EACH MONTH, ONE
      *  FREE-TEXT LINE PER NEGOTIATOR AND PER BRANCH WITH SURVEYS
      *  SENT, RETURNED, THE AVERAGE SCORE AND THE NET PROMOTER
      *  SCORE, WRITTEN OUT TO A LINE SEQUENTIAL FILE.
       01 Satrpt-Line.
         03 Satrpt-Text pic x(120).

       fd matinfofile.

       copy "matinforec.cpy".

       fd matrptfile.

      *  MATERIAL INFORMATION COMPLETENESS REPORT LINE - FOR EACH
      *  BRANCH, ITS LIVE LISTINGS AND HOW MANY ARE COMPLETE, THEN
      *  ONE FREE-TEXT LINE PER LISTING WITH THE ITEMS STILL
      *  OUTSTANDING, WRITTEN OUT TO A LINE SEQUENTIAL FILE.
       01 Matrpt-Line.
         03 Matrpt-Text pic x(120).

       fd seqctlfile.

       copy "seqrec.cpy".
       01 ws-path-terrexcfile pic x(60) value spaces.
       01 ws-path-tenancyfile pic x(60) value spaces.
       01 ws-path-renewfile pic x(60) value spaces.
       01 ws-path-voidrptfile pic x(60) value spaces.
       01 ws-path-pricehistfile pic x(60) value spaces.
       01 ws-path-askachfile pic x(60) value spaces.
       01 ws-path-enquiryfile pic x(60) value spaces.
       01 ws-path-mktcostfile pic x(60) value spaces.
       01 ws-path-leadroifile pic x(60) value spaces.
       01 ws-path-surveyfile pic x(60) value spaces.
       01 ws-path-satrptfile pic x(60) value spaces.
       01 ws-path-matinfofile pic x(60) value spaces.
       01 ws-path-matrptfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-reportcatfile pic x(60) value spaces.
       01 ws-cat-type pic x(12) value spaces.
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-inv-count pic 9(5) value zero.
       01 ws-inv-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-inv-vat-rate-disp pic Z9.99 value zero.
       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.
       01 ws-renew-cutoff-int pic 9(8) value zero.
       01 ws-renew-digits pic 9(8) value zero.
       01 ws-renew-int pic 9(8) value zero.
       01 ws-void-report pic x(1) value "N".
         88 void-report value "Y" "y".
       01 ws-void-rpt-from pic x(8) value spaces.
       01 ws-void-rpt-to pic x(8) value spaces.
       copy "void-days-variables.cpy".
       01 ws-void-prop-eof pic x value "0".
         88 void-prop-eof value "1".
       01 ws-void-lost pic 9(9)v99 value zero.
       01 ws-void-prop-count pic 9(5) value zero.
       01 ws-void-total-days pic 9(7) value zero.
       01 ws-void-total-lost pic 9(9)v99 value zero.
       01 ws-void-total-lets pic 9(5) value zero.
       01 ws-void-total-let-days pic 9(7) value zero.
       01 ws-void-avg-let pic 9(5) value zero.
       01 ws-void-days-disp pic ZZZZZZ9 value zero.
       01 ws-void-lost-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-void-avg-disp pic ZZZZ9 value zero.
       01 ws-void-periods-disp pic ZZ9 value zero.
      *  SUBTOTALS - ONE ROW PER LANDLORD (L), BRANCH (B) OR
      *  NEGOTIATOR (N) MET ON THE WAY THROUGH THE PROPERTIES.
       01 ws-vg-count pic 9(3) value zero.
       01 ws-vg-sub pic 9(3) value zero.
       01 ws-vg-found pic 9(3) value zero.
       01 ws-vg-try-kind pic x(1) value spaces.
       01 ws-vg-try-key pic x(10) value spaces.
       01 ws-vg-print-kind pic x(1) value spaces.
       01 ws-vg-table.
         03 ws-vg-entry occurs 400 times.
           05 ws-vg-kind pic x(1).
           05 ws-vg-key pic x(10).
           05 ws-vg-days pic 9(7).
           05 ws-vg-lost pic 9(9)v99.
           05 ws-vg-lets pic 9(5).
           05 ws-vg-let-days pic 9(7).
       01 ws-aa-report pic x(1) value "N".
         88 aa-report value "Y" "y".
      *  ONE ROW PER SALE COMPLETED IN THE PERIOD, FILLED FROM THE
      *  PROGRESSION FILE, THEN THE PRICE HISTORY LOG, THEN THE
      *  APPRAISALS. ASKING IS THE FIRST PRICE THE LISTING WENT ON
      *  AT; A REDUCTION IS ANY LOGGED DROP BEFORE THE SALE AGREED.
       01 ws-aa-count pic 9(3) value zero.
       01 ws-aa-sub pic 9(3) value zero.
       01 ws-aa-found pic 9(3) value zero.
       01 ws-aa-table.
         03 ws-aa-entry occurs 500 times.
           05 ws-aa-property pic x(10).
           05 ws-aa-address pic x(25).
           05 ws-aa-list-price pic 9(9)v99.
           05 ws-aa-asking pic 9(9)v99.
           05 ws-aa-last-price pic 9(9)v99.
           05 ws-aa-cuts pic 9(3).
           05 ws-aa-cut-total pic 9(9)v99.
           05 ws-aa-achieved pic 9(9)v99.
           05 ws-aa-agreed pic x(8).
           05 ws-aa-agree-days pic s9(5).
           05 ws-aa-comp-days pic s9(5).
           05 ws-aa-valuer pic x(10).
           05 ws-aa-appr-value pic 9(9)v99.
           05 ws-aa-neg pic x(10).
           05 ws-aa-branch pic x(3).
           05 ws-aa-type pic x(10).
           05 ws-aa-band pic x(10).
       01 ws-aa-eof pic x(1) value "0".
         88 aa-eof value "1".
       01 ws-aa-price pic 9(9)v99 value zero.
       01 ws-aa-listed-int pic 9(8) value zero.
       01 ws-aa-agreed-int pic 9(8) value zero.
       01 ws-aa-comp-int pic 9(8) value zero.
       01 ws-aa-pct pic 9(3)v9 value zero.
       01 ws-aa-avg pic 9(9)v99 value zero.
       01 ws-aa-avg-cuts pic 9(3)v9 value zero.
       01 ws-aa-avg-days pic 9(5) value zero.
       01 ws-aa-money-disp pic ZZZ,ZZZ,ZZ9 value zero.
       01 ws-aa-money2-disp pic ZZZ,ZZZ,ZZ9 value zero.
       01 ws-aa-money3-disp pic ZZZ,ZZZ,ZZ9 value zero.
       01 ws-aa-pct-disp pic ZZ9.9 value zero.
       01 ws-aa-pct2-disp pic ZZ9.9 value zero.
       01 ws-aa-cuts-disp pic ZZ9 value zero.
       01 ws-aa-cuts2-disp pic ZZ9.9 value zero.
       01 ws-aa-days-disp pic ZZZZ9 value zero.
       01 ws-aa-sales-disp pic ZZZZ9 value zero.
       01 ws-aa-days-text pic x(5) value spaces.
       01 ws-aa-days2-text pic x(5) value spaces.
       01 ws-aa-appr-text pic x(30) value spaces.
      *  SUMMARIES - ONE ROW PER VALUER (V), NEGOTIATOR (N), BRANCH
      *  (B), PROPERTY TYPE (T) OR PRICE BAND (P).
       01 ws-ag-count pic 9(3) value zero.
       01 ws-ag-sub pic 9(3) value zero.
       01 ws-ag-found pic 9(3) value zero.
       01 ws-ag-try-kind pic x(1) value spaces.
       01 ws-ag-try-key pic x(10) value spaces.
       01 ws-ag-print-kind pic x(1) value spaces.
       01 ws-ag-table.
         03 ws-ag-entry occurs 400 times.
           05 ws-ag-kind pic x(1).
           05 ws-ag-key pic x(10).
           05 ws-ag-sales pic 9(5).
           05 ws-ag-asking pic 9(11)v99.
           05 ws-ag-achieved pic 9(11)v99.
           05 ws-ag-cuts pic 9(5).
           05 ws-ag-agree-sales pic 9(5).
           05 ws-ag-agree-days pic 9(7).
           05 ws-ag-comp-sales pic 9(5).
           05 ws-ag-comp-days pic 9(7).
           05 ws-ag-appr-sales pic 9(5).
           05 ws-ag-appr-value pic 9(11)v99.
           05 ws-ag-appr-achieved pic 9(11)v99.
      *  LEAD SOURCE RETURN REPORT. ONE FOLLOW-UP ROW PER ENQUIRY IN
      *  THE PERIOD FROM A KNOWN CUSTOMER, POINTING AT ITS BRANCH AND
      *  SOURCE GROUP; ONE ROW PER ACCEPTED OFFER FROM SUCH A
      *  CUSTOMER, SO THE COMMISSION INVOICE CAN BE CREDITED BACK.
       01 ws-lead-report pic x(1) value "N".
         88 lead-report value "Y" "y".
       01 ws-ls-count pic 9(4) value zero.
       01 ws-ls-sub pic 9(4) value zero.
       01 ws-ls-hit pic 9(4) value zero.
       01 ws-ls-enquiries pic 9(7) value zero.
       01 ws-ls-try-cust pic x(10) value spaces.
       01 ws-ls-try-prop pic x(10) value spaces.
       01 ws-ls-try-date pic x(8) value spaces.
       01 ws-ls-table.
         03 ws-ls-entry occurs 2000 times.
           05 ws-ls-cust pic x(10).
           05 ws-ls-prop pic x(10).
           05 ws-ls-date pic x(8).
           05 ws-ls-group pic 9(3).
       01 ws-lw-count pic 9(3) value zero.
       01 ws-lw-sub pic 9(3) value zero.
       01 ws-lw-table.
         03 ws-lw-entry occurs 500 times.
           05 ws-lw-prop pic x(10).
           05 ws-lw-group pic 9(3).
      *  ONE GROUP PER BRANCH AND SOURCE, IN THAT ORDER, AND THE
      *  ALL-BRANCH TOTALS BY SOURCE BUILT AS THE GROUPS PRINT.
       01 ws-lg-count pic 9(3) value zero.
       01 ws-lg-sub pic 9(3) value zero.
       01 ws-lg-found pic 9(3) value zero.
       01 ws-lg-try-branch pic x(3) value spaces.
       01 ws-lg-try-source pic x(2) value spaces.
       01 ws-lg-try-prop pic x(10) value spaces.
       01 ws-lg-try-key pic x(5) value spaces.
       01 ws-lg-table.
         03 ws-lg-entry occurs 61 times.
           05 ws-lg-key pic x(5).
           05 ws-lg-enquiries pic 9(5).
           05 ws-lg-viewings pic 9(5).
           05 ws-lg-offers pic 9(5).
           05 ws-lg-instructions pic 9(5).
           05 ws-lg-commission pic 9(9)v99.
           05 ws-lg-spend pic 9(9)v99.
       01 ws-lt-count pic 9(2) value zero.
       01 ws-lt-sub pic 9(2) value zero.
       01 ws-lt-found pic 9(2) value zero.
       01 ws-lt-table.
         03 ws-lt-entry occurs 10 times.
           05 ws-lt-key pic x(5).
           05 ws-lt-enquiries pic 9(5).
           05 ws-lt-viewings pic 9(5).
           05 ws-lt-offers pic 9(5).
           05 ws-lt-instructions pic 9(5).
           05 ws-lt-commission pic 9(9)v99.
           05 ws-lt-spend pic 9(9)v99.
       01 ws-lr-row.
         03 ws-lr-key.
           05 ws-lr-branch pic x(3).
           05 ws-lr-source pic x(2).
         03 ws-lr-enquiries pic 9(5).
         03 ws-lr-viewings pic 9(5).
         03 ws-lr-offers pic 9(5).
         03 ws-lr-instructions pic 9(5).
         03 ws-lr-commission pic 9(9)v99.
         03 ws-lr-spend pic 9(9)v99.
       01 ws-lr-branch-text pic x(3) value spaces.
       01 ws-lr-word pic x(12) value spaces.
       01 ws-lr-count1-disp pic ZZZZ9 value zero.
       01 ws-lr-count2-disp pic ZZZZ9 value zero.
       01 ws-lr-count3-disp pic ZZZZ9 value zero.
       01 ws-lr-count4-disp pic ZZZZ9 value zero.
       01 ws-lr-ratio-num pic 9(7)v99 value zero.
       01 ws-lr-ratio-disp pic ZZZ,ZZ9.99 value zero.
       01 ws-lr-ratio1 pic x(10) value spaces.
       01 ws-lr-ratio2 pic x(10) value spaces.
       01 ws-lr-ratio3 pic x(10) value spaces.
       01 ws-tgt-report pic x(1) value "N".
         88 tgt-report value "Y" "y".
       01 ws-tgt-month pic x(6) value spaces.
       01 ws-sat-report pic x(1) value "N".
         88 sat-report value "Y" "y".
       01 ws-mat-report pic x(1) value "N".
         88 mat-report value "Y" "y".
      *  MATERIAL INFORMATION COMPLETENESS - ONE ROW PER BRANCH WITH
      *  ITS LIVE LISTINGS AND HOW MANY ARE COMPLETE, AND ONE ROW PER
      *  LISTING WITH ITEMS STILL OUTSTANDING.
       copy "material-info-check-variables.cpy".
       01 ws-mrb-count pic 9(3) value zero.
       01 ws-mrb-sub pic 9(3) value zero.
       01 ws-mrb-found pic 9(3) value zero.
       01 ws-mrb-table.
         03 ws-mrb-entry occurs 100 times.
           05 ws-mrb-branch pic x(3).
           05 ws-mrb-listings pic 9(5).
           05 ws-mrb-complete pic 9(5).
       01 ws-mrg-count pic 9(4) value zero.
       01 ws-mrg-sub pic 9(4) value zero.
       01 ws-mrg-table.
         03 ws-mrg-entry occurs 1000 times.
           05 ws-mrg-branch pic x(3).
           05 ws-mrg-property pic x(10).
           05 ws-mrg-address pic x(25).
           05 ws-mrg-status pic x(2).
           05 ws-mrg-missing pic x(60).
       01 ws-mr-listings pic 9(5) value zero.
       01 ws-mr-complete pic 9(5) value zero.
       01 ws-mr-outstanding pic 9(5) value zero.
       01 ws-mr-listings-disp pic ZZZZ9 value zero.
       01 ws-mr-complete-disp pic ZZZZ9 value zero.
       01 ws-mr-outstanding-disp pic ZZZZ9 value zero.
       01 ws-mr-status-uc pic x(2) value spaces.
      *  SATISFACTION REPORT - THE MONTHS REPORTED (THE TARGETS
      *  MONTH, OR THE TWELVE MONTHS TO DATE WHEN IT IS BLANK) AND
      *  ONE ROW PER NEGOTIATOR (N) OR BRANCH (B) PER MONTH.
       01 ws-sat-eof pic x value "0".
         88 sat-eof value "1".
       01 ws-sat-months pic 9(2) value zero.
       01 ws-sat-month-sub pic 9(2) value zero.
       01 ws-sat-month-table.
         03 ws-sat-month occurs 12 times pic 9(6).
       01 ws-sat-ym pic 9(6) value zero.
       01 ws-sat-ym-parts redefines ws-sat-ym.
         03 ws-sat-ym-yyyy pic 9(4).
         03 ws-sat-ym-mm pic 9(2).
       01 ws-sat-event-month pic x(6) value spaces.
       01 ws-sat-survey-count pic 9(7) value zero.
       01 ws-sat-count pic 9(3) value zero.
       01 ws-sat-sub pic 9(3) value zero.
       01 ws-sat-found pic 9(3) value zero.
       01 ws-sat-try-kind pic x(1) value spaces.
       01 ws-sat-try-key pic x(10) value spaces.
       01 ws-sat-print-kind pic x(1) value spaces.
       01 ws-sat-printed pic 9(3) value zero.
       01 ws-sat-table.
         03 ws-sat-entry occurs 600 times.
           05 ws-sat-kind pic x(1).
           05 ws-sat-key pic x(10).
           05 ws-sat-ent-month pic x(6).
           05 ws-sat-sent pic 9(5).
           05 ws-sat-returned pic 9(5).
           05 ws-sat-score-total pic 9(7).
           05 ws-sat-promoters pic 9(5).
           05 ws-sat-detractors pic 9(5).
       01 ws-sat-tot-sent pic 9(7) value zero.
       01 ws-sat-tot-returned pic 9(7) value zero.
       01 ws-sat-tot-score pic 9(9) value zero.
       01 ws-sat-tot-promoters pic 9(7) value zero.
       01 ws-sat-tot-detractors pic 9(7) value zero.
       01 ws-sat-calc-returned pic 9(7) value zero.
       01 ws-sat-calc-score pic 9(9) value zero.
       01 ws-sat-calc-promoters pic 9(7) value zero.
       01 ws-sat-calc-detractors pic 9(7) value zero.
       01 ws-sat-average pic 9(2)v9 value zero.
       01 ws-sat-nps pic s9(3) value zero.
       01 ws-sat-user-name pic x(30) value spaces.
       01 ws-sat-sent-disp pic ZZZZZZ9 value zero.
       01 ws-sat-ret-disp pic ZZZZZZ9 value zero.
       01 ws-sat-avg-disp pic Z9.9 value zero.
       01 ws-sat-nps-disp pic +(3)9 value zero.
       01 ws-path-miaggfile pic x(60) value spaces.
       01 ws-path-snapfile pic x(60) value spaces.
       01 ws-path-snapcustfile pic x(60) value spaces.
         03 VALUE "] Month: [      ] YYYYMM" LINE 13 COL 32.
         03 pic x(6) using ws-tgt-month line 13 col 42
           highlight prompt " ".
         03 VALUE "Satisfaction? [" LINE 13 COL 57.
         03 pic x(1) using ws-sat-report highlight prompt " ".
         03 VALUE "]" LINE 13 COL 73.
         03 VALUE "Appraisal Conversion? [" LINE 14 COL 10.
         03 pic x(1) using ws-appr-report highlight prompt " ".
         03 VALUE "]" LINE 14 COL 34.
         03 VALUE "Territory Exceptions? [" LINE 16 COL 10.
         03 pic x(1) using ws-terrexc-report highlight prompt " ".
         03 VALUE "]" LINE 16 COL 34.
         03 VALUE "Material Info Gaps? [" LINE 16 COL 45.
         03 pic x(1) using ws-mat-report highlight prompt " ".
         03 VALUE "]" LINE 16 COL 67.
         03 VALUE "Lettings Renewals? [" LINE 17 COL 10.
         03 pic x(1) using ws-renew-report highlight prompt " ".
         03 VALUE "] Days [   ]" LINE 17 COL 31.
         03 VALUE "Stock Trend? [" LINE 18 COL 10.
         03 pic x(1) using ws-trend-report highlight prompt " ".
         03 VALUE "]" LINE 18 COL 25.
         03 VALUE "Asking v Achieved? [" LINE 18 COL 30.
         03 pic x(1) using ws-aa-report highlight prompt " ".
         03 VALUE "] for the period below" LINE 18 COL 51.
         03 VALUE "Void Periods? [" LINE 19 COL 10.
         03 pic x(1) using ws-void-report highlight prompt " ".
         03 VALUE "] From [        ] To [        ] YYYYMMDD"
           LINE 19 COL 26.
         03 pic x(8) using ws-void-rpt-from line 19 col 34
           highlight prompt " ".
         03 pic x(8) using ws-void-rpt-to line 19 col 48
           highlight prompt " ".
         03 VALUE "Operations Menu? [" LINE 20 COL 10.
         03 pic x(1) using ws-ops-menu highlight prompt " ".
         03 VALUE "]" LINE 20 COL 29.
         03 VALUE "Lead Source ROI? [" LINE 20 COL 35.
         03 pic x(1) using ws-lead-report highlight prompt " ".
         03 VALUE "] for the period above" LINE 20 COL 54.
         03 line 24 col 10 pic x(70) from ws-error.
       copy "menuprint.cpy".

             delimited by size into ws-path-tenancyfile
           string function trim (ws-data-dir) "renewals.txt"
             delimited by size into ws-path-renewfile
           string function trim (ws-data-dir) "voids.txt"
             delimited by size into ws-path-voidrptfile
           string function trim (ws-data-dir) "pricehist.log"
             delimited by size into ws-path-pricehistfile
           string function trim (ws-data-dir) "askachieved.txt"
             delimited by size into ws-path-askachfile
           string function trim (ws-data-dir) "enquiries.dat"
             delimited by size into ws-path-enquiryfile
           string function trim (ws-data-dir) "mktcosts.dat"
             delimited by size into ws-path-mktcostfile
           string function trim (ws-data-dir) "leadroi.txt"
             delimited by size into ws-path-leadroifile
           string function trim (ws-data-dir) "surveys.dat"
             delimited by size into ws-path-surveyfile
           string function trim (ws-data-dir) "satisfy.txt"
             delimited by size into ws-path-satrptfile
           string function trim (ws-data-dir) "matinfo.dat"
             delimited by size into ws-path-matinfofile
           string function trim (ws-data-dir) "matinfogaps.txt"
             delimited by size into ws-path-matrptfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "reportcat.dat"
               move "N" to ws-tgt-report
           end-if

           if sat-report
               if ws-tgt-month not equal spaces and
                 ws-tgt-month is not numeric
                   move
                     "Enter the report month as YYYYMM, or leave"
                     & " it blank." to ws-error
               else
                   perform p840-satisfaction-report
               end-if
               move "N" to ws-sat-report
           end-if

           if mat-report
               perform p850-material-info-report
               move "N" to ws-mat-report
           end-if

           if appr-report
               perform p790-appraisal-conversion
               move "N" to ws-appr-report
               move "N" to ws-trend-report
           end-if

           if void-report
               if (ws-void-rpt-from not equal spaces and
                 function trim (ws-void-rpt-from) is not numeric) or
                 (ws-void-rpt-to not equal spaces and
                 function trim (ws-void-rpt-to) is not numeric)
                   move
                     "Enter the void period dates as YYYYMMDD." to
                     ws-error
               else
                   perform p830-void-report
               end-if
               move "N" to ws-void-report
           end-if

           if aa-report
               if (ws-void-rpt-from not equal spaces and
                 function trim (ws-void-rpt-from) is not numeric) or
                 (ws-void-rpt-to not equal spaces and
                 function trim (ws-void-rpt-to) is not numeric)
                   move
                     "Enter the period dates as YYYYMMDD." to
                     ws-error
               else
                   perform p860-asking-achieved-report
               end-if
               move "N" to ws-aa-report
           end-if

           if lead-report
               if (ws-void-rpt-from not equal spaces and
                 function trim (ws-void-rpt-from) is not numeric) or
                 (ws-void-rpt-to not equal spaces and
                 function trim (ws-void-rpt-to) is not numeric)
                   move
                     "Enter the period dates as YYYYMMDD." to
                     ws-error
               else
                   perform p870-lead-source-report
               end-if
               move "N" to ws-lead-report
           end-if

           if ops-menu
               move "N" to ws-ops-menu
               call "531MI"

       p751-outstanding-invoices.
      *  LISTS EVERY INVOICE STILL MARKED UNPAID, WITH ITS VENDOR AND
      *  GROSS AMOUNT LESS ANY CREDIT NOTES, SO CREDIT CONTROL CAN
      *  CHASE THEM.
           move zero to ws-inv-count
           open output outstinvfile
           move spaces to Outstinv-Text
                               add 1 to ws-inv-count
                               move Invoice-Gross-Amount to
                                 ws-inv-amount-disp
                               if Invoice-Credited-Gross is numeric
                                   compute ws-inv-amount-disp =
                                     Invoice-Gross-Amount -
                                     Invoice-Credited-Gross
                               end-if
                               move spaces to Outstinv-Text
                               string "  " Invoice-ID
                                 " " Invoice-Date
             delimited by size into Invprint-Text
           write Invprint-Line
           move Invoice-VAT-Amount to ws-inv-amount-disp
      *  INVOICES RAISED BEFORE THE RATE WAS CARRIED WERE AT 20 PCT.
           move 20 to ws-inv-vat-rate-disp
           if Invoice-VAT-Rate is numeric and
             Invoice-VAT-Rate not equal zero
               move Invoice-VAT-Rate to ws-inv-vat-rate-disp
           end-if
           move spaces to Invprint-Text
           string "VAT at " ws-inv-vat-rate-disp
             " pct:       " ws-inv-amount-disp
             delimited by size into Invprint-Text
           write Invprint-Line
           move Invoice-Gross-Amount to ws-inv-amount-disp
           end-if.

       p791-tally-appraisal.

      *  A VISIT STILL TO COME, OR CALLED OFF, IS NOT YET AN
      *  APPRAISAL ATTENDED.
           if appraisal-appointment or appraisal-cancelled
               exit paragraph
           end-if
           move "N" to ws-appr-found
           move 1 to ws-appr-idx
           perform until ws-appr-idx > ws-appr-count or appr-found
           perform p965-catalogue-report.

       p816-check-tenancy.

      *  A TENANCY ALREADY RENEWED HAS NOTHING LEFT TO CHASE - ITS
      *  SUCCESSOR CARRIES THE REVIEW. A PERIODIC TENANCY HAS NO
      *  END DATE AND DROPS OUT OF THE RENEWAL LINES BY ITSELF.
           if Tenancy-Next-ID of Tenancy-Record is numeric
               exit paragraph
           end-if
           if Tenancy-End of Tenancy-Record is numeric
               move Tenancy-End of Tenancy-Record to
                 ws-renew-digits
               end-if
           end-if.

       p830-void-report.
      *  EVERY VOID BETWEEN CONSECUTIVE TENANCIES ON EACH PROPERTY
      *  THAT FALLS IN THE CHOSEN PERIOD (THE YEAR TO DATE BY
      *  DEFAULT), COSTED AT THE PROPERTY'S CURRENT RENT, WITH THE
      *  AVERAGE TIME TO LET OVER THE VOIDS FILLED IN THE PERIOD -
      *  BY PROPERTY, THEN BY LANDLORD, BRANCH AND NEGOTIATOR.
           if ws-void-rpt-to equal spaces
               move ws-system-date(1:8) to ws-void-rpt-to
           end-if
           if ws-void-rpt-from equal spaces
               move ws-void-rpt-to(1:4) to ws-void-rpt-from(1:4)
               move "0101" to ws-void-rpt-from(5:4)
           end-if
           move function numval (ws-void-rpt-from) to ws-void-from
           move function numval (ws-void-rpt-to) to ws-void-to
           if function test-date-yyyymmdd (ws-void-from) not equal
             zero or function test-date-yyyymmdd (ws-void-to) not
             equal zero or ws-void-to less than ws-void-from
               move "Enter a valid void period, From before To." to
                 ws-error
               exit paragraph
           end-if
           move zero to ws-void-prop-count
           move zero to ws-void-total-days
           move zero to ws-void-total-lost
           move zero to ws-void-total-lets
           move zero to ws-void-total-let-days
           move zero to ws-vg-count

           open output voidrptfile
           move spaces to Voidrpt-Text
           string "Void periods and lost rent " ws-void-rpt-from
             " to " ws-void-rpt-to " - " ws-display-date
             delimited by size into Voidrpt-Text
           write Voidrpt-Line
           move spaces to Voidrpt-Text
           write Voidrpt-Line

           move "0" to ws-void-prop-eof
           open input PropertyFile
           if file-status = "35"
               move "1" to ws-void-prop-eof
           end-if
           perform until void-prop-eof
               read PropertyFile next record
                   at end
                       move "1" to ws-void-prop-eof
                   not at end
                       perform p831-void-one-property
               end-read
           end-perform
           close PropertyFile

           if ws-void-prop-count equal zero
               move "  No void periods in the period." to
                 Voidrpt-Text
               write Voidrpt-Line
           else
               move "L" to ws-vg-print-kind
               move "  By landlord" to Voidrpt-Text
               perform p833-print-void-groups
               move "B" to ws-vg-print-kind
               move "  By branch" to Voidrpt-Text
               perform p833-print-void-groups
               move "N" to ws-vg-print-kind
               move "  By negotiator" to Voidrpt-Text
               perform p833-print-void-groups
           end-if

           move zero to ws-void-avg-let
           if ws-void-total-lets not equal zero
               compute ws-void-avg-let rounded =
                 ws-void-total-let-days / ws-void-total-lets
           end-if
           move ws-void-total-days to ws-void-days-disp
           move ws-void-total-lost to ws-void-lost-disp
           move ws-void-avg-let to ws-void-avg-disp
           move spaces to Voidrpt-Text
           write Voidrpt-Line
           move spaces to Voidrpt-Text
           string "  Total void days " ws-void-days-disp
             "  lost rent " ws-void-lost-disp
             "  average days to let " ws-void-avg-disp
             delimited by size into Voidrpt-Text
           write Voidrpt-Line
           close voidrptfile
           move "Void periods report printed." to ws-error

           move "VOIDS" to ws-cat-type
           move ws-path-voidrptfile to ws-cat-source
           move spaces to ws-cat-params
           string "FROM " ws-void-rpt-from " TO " ws-void-rpt-to
             delimited by size into ws-cat-params
           move ws-void-prop-count to ws-cat-count
           perform p965-catalogue-report.

       p831-void-one-property.
      *  A VOID STILL RUNNING COUNTS ONLY WHILE THE PROPERTY IS ON
      *  THE LETTINGS BOOKS (TO LET OR LET).
           move Property-ID of Property-Record to ws-void-property
           move "N" to ws-void-open-allowed
           if function upper-case (Property-Status of
             Property-Record) equal "TL" or
             function upper-case (Property-Status of
             Property-Record) equal "LT"
               move "Y" to ws-void-open-allowed
           end-if
           perform p912-property-void-days
           if ws-void-days equal zero and ws-void-let-count equal
             zero
               exit paragraph
           end-if
           move zero to ws-void-lost
           if Property-Rent of Property-Record is numeric
               compute ws-void-lost rounded = ws-void-days *
                 Property-Rent of Property-Record * 12 / 365
           end-if
           add 1 to ws-void-prop-count
           add ws-void-days to ws-void-total-days
           add ws-void-lost to ws-void-total-lost
           add ws-void-let-count to ws-void-total-lets
           add ws-void-let-days to ws-void-total-let-days

           move ws-void-periods to ws-void-periods-disp
           move ws-void-days to ws-void-days-disp
           move ws-void-lost to ws-void-lost-disp
           move spaces to Voidrpt-Text
           string "  " Property-ID of Property-Record " "
             Property-Address1 of Property-Record
             " LL " Customer-ID of Property-Record
             " " Property-Branch of Property-Record
             " " User-ID of Property-Record
             " voids " ws-void-periods-disp
             " days " ws-void-days-disp
             " lost " ws-void-lost-disp
             delimited by size into Voidrpt-Text
           write Voidrpt-Line

           move "L" to ws-vg-try-kind
           move Customer-ID of Property-Record to ws-vg-try-key
           perform p832-add-void-group
           move "B" to ws-vg-try-kind
           move Property-Branch of Property-Record to ws-vg-try-key
           perform p832-add-void-group
           move "N" to ws-vg-try-kind
           move User-ID of Property-Record to ws-vg-try-key
           perform p832-add-void-group.

       p832-add-void-group.
           move zero to ws-vg-found
           perform varying ws-vg-sub from 1 by 1
             until ws-vg-sub greater than ws-vg-count
               if ws-vg-kind (ws-vg-sub) equal ws-vg-try-kind and
                 ws-vg-key (ws-vg-sub) equal ws-vg-try-key
                   move ws-vg-sub to ws-vg-found
               end-if
           end-perform
           if ws-vg-found equal zero
               if ws-vg-count not less than 400
                   exit paragraph
               end-if
               add 1 to ws-vg-count
               move ws-vg-count to ws-vg-found
               move ws-vg-try-kind to ws-vg-kind (ws-vg-found)
               move ws-vg-try-key to ws-vg-key (ws-vg-found)
               move zero to ws-vg-days (ws-vg-found)
               move zero to ws-vg-lost (ws-vg-found)
               move zero to ws-vg-lets (ws-vg-found)
               move zero to ws-vg-let-days (ws-vg-found)
           end-if
           add ws-void-days to ws-vg-days (ws-vg-found)
           add ws-void-lost to ws-vg-lost (ws-vg-found)
           add ws-void-let-count to ws-vg-lets (ws-vg-found)
           add ws-void-let-days to ws-vg-let-days (ws-vg-found).

       p833-print-void-groups.
      *  THE CALLER HAS PUT THE SECTION HEADING IN THE LINE.
           write Voidrpt-Line
           perform varying ws-vg-sub from 1 by 1
             until ws-vg-sub greater than ws-vg-count
               if ws-vg-kind (ws-vg-sub) equal ws-vg-print-kind
                   move zero to ws-void-avg-let
                   if ws-vg-lets (ws-vg-sub) not equal zero
                       compute ws-void-avg-let rounded =
                         ws-vg-let-days (ws-vg-sub) /
                         ws-vg-lets (ws-vg-sub)
                   end-if
                   move ws-vg-days (ws-vg-sub) to ws-void-days-disp
                   move ws-vg-lost (ws-vg-sub) to ws-void-lost-disp
                   move ws-void-avg-let to ws-void-avg-disp
                   move spaces to Voidrpt-Text
                   string "    " ws-vg-key (ws-vg-sub)
                     " void days " ws-void-days-disp
                     " lost " ws-void-lost-disp
                     " avg days to let " ws-void-avg-disp
                     delimited by size into Voidrpt-Text
                   write Voidrpt-Line
               end-if
           end-perform.

       p840-satisfaction-report.
      *  CUSTOMER SATISFACTION AND NET PROMOTER SCORE FROM THE
      *  POST-COMPLETION AND NEW-TENANCY SURVEYS, BY NEGOTIATOR AND
      *  BY BRANCH FOR EACH MONTH - THE TARGETS MONTH, OR THE TWELVE
      *  MONTHS TO DATE WHEN NO MONTH IS KEYED. A SURVEY COUNTS IN
      *  THE MONTH OF THE COMPLETION OR TENANCY START IT FOLLOWED,
      *  SO THE SCORE LANDS IN THE SAME MONTH AS THE DEAL. NPS IS
      *  THE PERCENTAGE OF PROMOTERS (9-10) LESS THE PERCENTAGE OF
      *  DETRACTORS (0-6) AMONG THE SURVEYS RETURNED.
           if ws-tgt-month equal spaces
               move ws-system-date(1:6) to ws-sat-ym
               move 12 to ws-sat-months
           else
               move ws-tgt-month to ws-sat-ym
               move 1 to ws-sat-months
           end-if
           perform varying ws-sat-month-sub from ws-sat-months by -1
             until ws-sat-month-sub less than 1
               move ws-sat-ym to ws-sat-month (ws-sat-month-sub)
               if ws-sat-ym-mm equal 1
                   subtract 1 from ws-sat-ym-yyyy
                   move 12 to ws-sat-ym-mm
               else
                   subtract 1 from ws-sat-ym-mm
               end-if
           end-perform
           move zero to ws-sat-count
           move zero to ws-sat-survey-count
           move zero to ws-sat-tot-sent
           move zero to ws-sat-tot-returned
           move zero to ws-sat-tot-score
           move zero to ws-sat-tot-promoters
           move zero to ws-sat-tot-detractors

           move "0" to ws-sat-eof
           open input surveyfile
           if file-status = "35"
               move "1" to ws-sat-eof
           end-if
           perform until sat-eof
               read surveyfile next record
                   at end
                       move "1" to ws-sat-eof
                   not at end
                       move Survey-Event-Date(1:6) to
                         ws-sat-event-month
                       if ws-sat-event-month is numeric and
                         ws-sat-event-month not less than
                         ws-sat-month (1) and
                         ws-sat-event-month not greater than
                         ws-sat-month (ws-sat-months)
                           perform p841-tally-survey
                       end-if
               end-read
           end-perform
           close surveyfile

           open output satrptfile
           move spaces to Satrpt-Text
           string "Customer satisfaction and NPS "
             ws-sat-month (1) " to " ws-sat-month (ws-sat-months)
             " - " ws-display-date
             delimited by size into Satrpt-Text
           write Satrpt-Line

           perform varying ws-sat-month-sub from 1 by 1
             until ws-sat-month-sub greater than ws-sat-months
               move spaces to Satrpt-Text
               write Satrpt-Line
               string "  Month " ws-sat-month (ws-sat-month-sub)
                 delimited by size into Satrpt-Text
               write Satrpt-Line
               move "N" to ws-sat-print-kind
               move "    By negotiator" to Satrpt-Text
               perform p843-print-sat-groups
               move "B" to ws-sat-print-kind
               move "    By branch" to Satrpt-Text
               perform p843-print-sat-groups
           end-perform

           move ws-sat-tot-returned to ws-sat-calc-returned
           move ws-sat-tot-score to ws-sat-calc-score
           move ws-sat-tot-promoters to ws-sat-calc-promoters
           move ws-sat-tot-detractors to ws-sat-calc-detractors
           perform p845-calc-sat-scores
           move ws-sat-tot-sent to ws-sat-sent-disp
           move ws-sat-tot-returned to ws-sat-ret-disp
           move spaces to Satrpt-Text
           write Satrpt-Line
           string "  Total sent " ws-sat-sent-disp
             " returned " ws-sat-ret-disp
             " average " ws-sat-avg-disp
             " NPS " ws-sat-nps-disp
             delimited by size into Satrpt-Text
           write Satrpt-Line
           close satrptfile
           move "Satisfaction report produced." to ws-error

           move "SATISFY" to ws-cat-type
           move ws-path-satrptfile to ws-cat-source
           move spaces to ws-cat-params
           string ws-sat-month (1) " TO "
             ws-sat-month (ws-sat-months)
             delimited by size into ws-cat-params
           move ws-sat-survey-count to ws-cat-count
           perform p965-catalogue-report.

       p841-tally-survey.
           add 1 to ws-sat-survey-count
           add 1 to ws-sat-tot-sent
           if survey-is-returned
               add 1 to ws-sat-tot-returned
               add Survey-Score to ws-sat-tot-score
               if Survey-Score greater than 8
                   add 1 to ws-sat-tot-promoters
               end-if
               if Survey-Score less than 7
                   add 1 to ws-sat-tot-detractors
               end-if
           end-if
           move "N" to ws-sat-try-kind
           move Survey-Negotiator to ws-sat-try-key
           perform p842-add-sat-group
           move "B" to ws-sat-try-kind
           move Survey-Branch to ws-sat-try-key
           perform p842-add-sat-group.

       p842-add-sat-group.
           move zero to ws-sat-found
           perform varying ws-sat-sub from 1 by 1
             until ws-sat-sub greater than ws-sat-count
               if ws-sat-kind (ws-sat-sub) equal ws-sat-try-kind and
                 ws-sat-key (ws-sat-sub) equal ws-sat-try-key and
                 ws-sat-ent-month (ws-sat-sub) equal
                 ws-sat-event-month
                   move ws-sat-sub to ws-sat-found
               end-if
           end-perform
           if ws-sat-found equal zero
               if ws-sat-count not less than 600
                   exit paragraph
               end-if
               add 1 to ws-sat-count
               move ws-sat-count to ws-sat-found
               move ws-sat-try-kind to ws-sat-kind (ws-sat-found)
               move ws-sat-try-key to ws-sat-key (ws-sat-found)
               move ws-sat-event-month to
                 ws-sat-ent-month (ws-sat-found)
               move zero to ws-sat-sent (ws-sat-found)
               move zero to ws-sat-returned (ws-sat-found)
               move zero to ws-sat-score-total (ws-sat-found)
               move zero to ws-sat-promoters (ws-sat-found)
               move zero to ws-sat-detractors (ws-sat-found)
           end-if
           add 1 to ws-sat-sent (ws-sat-found)
           if survey-is-returned
               add 1 to ws-sat-returned (ws-sat-found)
               add Survey-Score to ws-sat-score-total (ws-sat-found)
               if Survey-Score greater than 8
                   add 1 to ws-sat-promoters (ws-sat-found)
               end-if
               if Survey-Score less than 7
                   add 1 to ws-sat-detractors (ws-sat-found)
               end-if
           end-if.

       p843-print-sat-groups.
      *  THE CALLER HAS PUT THE SECTION HEADING IN THE LINE.
           write Satrpt-Line
           move zero to ws-sat-printed
           perform varying ws-sat-sub from 1 by 1
             until ws-sat-sub greater than ws-sat-count
               if ws-sat-kind (ws-sat-sub) equal ws-sat-print-kind
                 and ws-sat-ent-month (ws-sat-sub) equal
                 ws-sat-month (ws-sat-month-sub)
                   add 1 to ws-sat-printed
                   move ws-sat-returned (ws-sat-sub) to
                     ws-sat-calc-returned
                   move ws-sat-score-total (ws-sat-sub) to
                     ws-sat-calc-score
                   move ws-sat-promoters (ws-sat-sub) to
                     ws-sat-calc-promoters
                   move ws-sat-detractors (ws-sat-sub) to
                     ws-sat-calc-detractors
                   perform p845-calc-sat-scores
                   move spaces to ws-sat-user-name
                   if ws-sat-print-kind equal "N"
                       perform p844-lookup-sat-user-name
                   end-if
                   move ws-sat-sent (ws-sat-sub) to ws-sat-sent-disp
                   move ws-sat-returned (ws-sat-sub) to
                     ws-sat-ret-disp
                   move spaces to Satrpt-Text
                   string "      " ws-sat-key (ws-sat-sub)
                     " " ws-sat-user-name
                     " sent " ws-sat-sent-disp
                     " returned " ws-sat-ret-disp
                     " average " ws-sat-avg-disp
                     " NPS " ws-sat-nps-disp
                     delimited by size into Satrpt-Text
                   write Satrpt-Line
               end-if
           end-perform
           if ws-sat-printed equal zero
               move "      No surveys." to Satrpt-Text
               write Satrpt-Line
           end-if.

       p844-lookup-sat-user-name.
           move "0" to invalid-data
           open input userfile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-sat-key (ws-sat-sub) to user-id of userrec
           read userfile
               invalid key
                   move "1" to invalid-data.
           if not key-not-found
               move user-name of userrec to ws-sat-user-name
           end-if
           close userfile.

       p850-material-info-report.
      *  MATERIAL INFORMATION STILL OUTSTANDING ON THE LIVE LISTINGS
      *  (FOR SALE AND TO LET), BRANCH BY BRANCH - HOW MANY OF EACH
      *  BRANCH'S LISTINGS ARE COMPLETE, AND FOR EVERY ONE THAT IS
      *  NOT, THE ITEMS STILL MISSING. A FOR-SALE LISTING ON THIS
      *  LIST IS BEING HELD OFF THE PORTAL FEED.
           move zero to ws-mrb-count
           move zero to ws-mrg-count
           move zero to ws-mr-listings
           move zero to ws-mr-complete

           move "0" to end-of-file
           open input PropertyFile
           if file-status not equal "35"
               perform until eof
                   read PropertyFile next record
                       at end
                           move "1" to end-of-file
                       not at end
                           perform p851-check-listing-matinfo
               end-perform
           end-if
           close PropertyFile

           open output matrptfile
           move spaces to Matrpt-Text
           string "Material information outstanding by branch - "
             ws-display-date
             delimited by size into Matrpt-Text
           write Matrpt-Line
           perform varying ws-mrb-sub from 1 by 1
             until ws-mrb-sub greater than ws-mrb-count
               perform p852-print-branch-gaps
           end-perform
           move ws-mr-listings to ws-mr-listings-disp
           move ws-mr-complete to ws-mr-complete-disp
           compute ws-mr-outstanding = ws-mr-listings - ws-mr-complete
           move ws-mr-outstanding to ws-mr-outstanding-disp
           move spaces to Matrpt-Text
           write Matrpt-Line
           string "  Total live listings " ws-mr-listings-disp
             " complete " ws-mr-complete-disp
             " outstanding " ws-mr-outstanding-disp
             delimited by size into Matrpt-Text
           write Matrpt-Line
           close matrptfile
           move "Material information report printed." to ws-error

           move "MATINFO" to ws-cat-type
           move ws-path-matrptfile to ws-cat-source
           move spaces to ws-cat-params
           move ws-mrg-count to ws-cat-count
           perform p965-catalogue-report.

       p851-check-listing-matinfo.
           move function upper-case (Property-Status of
             Property-Record) to ws-mr-status-uc
           if ws-mr-status-uc not equal "FS" and
             ws-mr-status-uc not equal "TL"
               exit paragraph
           end-if
           move Property-ID of Property-Record to ws-mat-property
           perform p937-check-material-info
           add 1 to ws-mr-listings
           if mat-complete
               add 1 to ws-mr-complete
           end-if

           move zero to ws-mrb-found
           perform varying ws-mrb-sub from 1 by 1
             until ws-mrb-sub greater than ws-mrb-count
               if ws-mrb-branch (ws-mrb-sub) equal
                 Property-Branch of Property-Record
                   move ws-mrb-sub to ws-mrb-found
               end-if
           end-perform
           if ws-mrb-found equal zero
               if ws-mrb-count not less than 100
                   exit paragraph
               end-if
               add 1 to ws-mrb-count
               move ws-mrb-count to ws-mrb-found
               move Property-Branch of Property-Record to
                 ws-mrb-branch (ws-mrb-found)
               move zero to ws-mrb-listings (ws-mrb-found)
               move zero to ws-mrb-complete (ws-mrb-found)
           end-if
           add 1 to ws-mrb-listings (ws-mrb-found)
           if mat-complete
               add 1 to ws-mrb-complete (ws-mrb-found)
               exit paragraph
           end-if

           if ws-mrg-count not less than 1000
               exit paragraph
           end-if
           add 1 to ws-mrg-count
           move Property-Branch of Property-Record to
             ws-mrg-branch (ws-mrg-count)
           move Property-ID of Property-Record to
             ws-mrg-property (ws-mrg-count)
           move Property-Address1 of Property-Record to
             ws-mrg-address (ws-mrg-count)
           move ws-mr-status-uc to ws-mrg-status (ws-mrg-count)
           move ws-mat-missing to ws-mrg-missing (ws-mrg-count).

       p852-print-branch-gaps.
           move ws-mrb-listings (ws-mrb-sub) to ws-mr-listings-disp
           move ws-mrb-complete (ws-mrb-sub) to ws-mr-complete-disp
           compute ws-mr-outstanding = ws-mrb-listings (ws-mrb-sub)
             - ws-mrb-complete (ws-mrb-sub)
           move ws-mr-outstanding to ws-mr-outstanding-disp
           move spaces to Matrpt-Text
           write Matrpt-Line
           string "  Branch " ws-mrb-branch (ws-mrb-sub)
             "  listings " ws-mr-listings-disp
             " complete " ws-mr-complete-disp
             " outstanding " ws-mr-outstanding-disp
             delimited by size into Matrpt-Text
           write Matrpt-Line
           perform varying ws-mrg-sub from 1 by 1
             until ws-mrg-sub greater than ws-mrg-count
               if ws-mrg-branch (ws-mrg-sub) equal
                 ws-mrb-branch (ws-mrb-sub)
                   move spaces to Matrpt-Text
                   string "    " ws-mrg-property (ws-mrg-sub)
                     " " ws-mrg-address (ws-mrg-sub)
                     " " ws-mrg-status (ws-mrg-sub)
                     " missing " ws-mrg-missing (ws-mrg-sub)
                     delimited by size into Matrpt-Text
                   write Matrpt-Line
               end-if
           end-perform.

       p860-asking-achieved-report.
      *  EVERY SALE COMPLETED IN THE CHOSEN PERIOD (THE YEAR TO DATE
      *  BY DEFAULT) - THE ASKING PRICE IT FIRST WENT ON AT, THE
      *  REDUCTIONS LOGGED BEFORE THE SALE WAS AGREED, THE PRICE
      *  ACHIEVED, THE DAYS FROM LISTING TO SALE AGREED AND TO
      *  COMPLETION, AND OUR OWN APPRAISAL AGAINST THE PRICE
      *  ACHIEVED - SALE BY SALE, THEN BY VALUER, NEGOTIATOR,
      *  BRANCH, PROPERTY TYPE AND PRICE BAND.
           if ws-void-rpt-to equal spaces
               move ws-system-date(1:8) to ws-void-rpt-to
           end-if
           if ws-void-rpt-from equal spaces
               move ws-void-rpt-to(1:4) to ws-void-rpt-from(1:4)
               move "0101" to ws-void-rpt-from(5:4)
           end-if
           move function numval (ws-void-rpt-from) to ws-void-from
           move function numval (ws-void-rpt-to) to ws-void-to
           if function test-date-yyyymmdd (ws-void-from) not equal
             zero or function test-date-yyyymmdd (ws-void-to) not
             equal zero or ws-void-to less than ws-void-from
               move "Enter a valid period, From before To." to
                 ws-error
               exit paragraph
           end-if
           move zero to ws-aa-count
           move zero to ws-ag-count

           move "0" to ws-aa-eof
           open input progressfile
           if file-status = "35"
               move "1" to ws-aa-eof
           end-if
           open input PropertyFile
           perform until aa-eof
               read progressfile next record
                   at end
                       move "1" to ws-aa-eof
                   not at end
                       perform p861-load-completed-sale
               end-read
           end-perform
           close PropertyFile
           close progressfile

           if ws-aa-count not equal zero
               move "0" to ws-aa-eof
               open input pricehistfile
               if file-status = "35"
                   move "1" to ws-aa-eof
               end-if
               perform until aa-eof
                   read pricehistfile
                       at end
                           move "1" to ws-aa-eof
                       not at end
                           perform p862-apply-price-history
                   end-read
               end-perform
               close pricehistfile

               move "0" to ws-aa-eof
               open input appraisalfile
               if file-status = "35"
                   move "1" to ws-aa-eof
               end-if
               perform until aa-eof
                   read appraisalfile next record
                       at end
                           move "1" to ws-aa-eof
                       not at end
                           perform p863-apply-appraisal
                   end-read
               end-perform
               close appraisalfile
           end-if

           open output askachfile
           move spaces to Askach-Text
           string "Asking price v achieved - sales completed "
             ws-void-rpt-from " to " ws-void-rpt-to " - "
             ws-display-date
             delimited by size into Askach-Text
           write Askach-Line
           move spaces to Askach-Text
           write Askach-Line

           if ws-aa-count equal zero
               move "  No sales completed in the period." to
                 Askach-Text
               write Askach-Line
           else
               perform varying ws-aa-sub from 1 by 1
                 until ws-aa-sub greater than ws-aa-count
                   perform p864-print-sale
               end-perform
               move "V" to ws-ag-print-kind
               move "  By valuer" to Askach-Text
               perform p866-print-aa-groups
               move "N" to ws-ag-print-kind
               move "  By negotiator" to Askach-Text
               perform p866-print-aa-groups
               move "B" to ws-ag-print-kind
               move "  By branch" to Askach-Text
               perform p866-print-aa-groups
               move "T" to ws-ag-print-kind
               move "  By property type" to Askach-Text
               perform p866-print-aa-groups
               move "P" to ws-ag-print-kind
               move "  By price band" to Askach-Text
               perform p866-print-aa-groups
               move "A" to ws-ag-print-kind
               move "  All sales" to Askach-Text
               perform p866-print-aa-groups
           end-if
           close askachfile
           move "Asking v achieved report printed." to ws-error

           move "ASKACHIEVE" to ws-cat-type
           move ws-path-askachfile to ws-cat-source
           move spaces to ws-cat-params
           string "FROM " ws-void-rpt-from " TO " ws-void-rpt-to
             delimited by size into ws-cat-params
           move ws-aa-count to ws-cat-count
           perform p965-catalogue-report.

       p861-load-completed-sale.
           if Progress-Completion-Date is not numeric
               exit paragraph
           end-if
           move Progress-Completion-Date to ws-aa-comp-int
           if ws-aa-comp-int less than ws-void-from or
             ws-aa-comp-int greater than ws-void-to
               exit paragraph
           end-if
           if ws-aa-count not less than 500
               exit paragraph
           end-if
           move Progress-Property-ID to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   exit paragraph
           end-read

           add 1 to ws-aa-count
           move ws-aa-count to ws-aa-sub
           move Property-ID of Property-Record to
             ws-aa-property (ws-aa-sub)
           move Property-Address1 of Property-Record to
             ws-aa-address (ws-aa-sub)
           move zero to ws-aa-list-price (ws-aa-sub)
           if Property-Price of Property-Record not equal spaces
               move Property-Price of Property-Record to
                 ws-aa-list-price (ws-aa-sub)
           end-if
           move zero to ws-aa-achieved (ws-aa-sub)
           if Sold-price of Property-Record not equal spaces
               move Sold-price of Property-Record to
                 ws-aa-achieved (ws-aa-sub)
           end-if
           move zero to ws-aa-asking (ws-aa-sub)
           move zero to ws-aa-last-price (ws-aa-sub)
           move zero to ws-aa-cuts (ws-aa-sub)
           move zero to ws-aa-cut-total (ws-aa-sub)
           move spaces to ws-aa-valuer (ws-aa-sub)
           move zero to ws-aa-appr-value (ws-aa-sub)
           move User-ID of Property-Record to ws-aa-neg (ws-aa-sub)
           move Property-Branch of Property-Record to
             ws-aa-branch (ws-aa-sub)
           move Sold-date of Property-Record (1:8) to
             ws-aa-agreed (ws-aa-sub)

      *  DAYS ARE LEFT NEGATIVE (NOT KNOWN) WHERE THE LISTING OR SALE
      *  AGREED DATE WAS NEVER CAPTURED.
           move -1 to ws-aa-agree-days (ws-aa-sub)
           move -1 to ws-aa-comp-days (ws-aa-sub)
           move zero to ws-aa-listed-int
           if Listed-Date of Property-Record is numeric
               move Listed-Date of Property-Record to ws-aa-listed-int
           end-if
           if function test-date-yyyymmdd (ws-aa-listed-int) equal
             zero
               if function test-date-yyyymmdd (ws-aa-comp-int) equal
                 zero and ws-aa-comp-int not less than
                 ws-aa-listed-int
                   compute ws-aa-comp-days (ws-aa-sub) =
                     function integer-of-date (ws-aa-comp-int) -
                     function integer-of-date (ws-aa-listed-int)
               end-if
               move zero to ws-aa-agreed-int
               if ws-aa-agreed (ws-aa-sub) is numeric
                   move ws-aa-agreed (ws-aa-sub) to ws-aa-agreed-int
               end-if
               if function test-date-yyyymmdd (ws-aa-agreed-int)
                 equal zero and ws-aa-agreed-int not less than
                 ws-aa-listed-int
                   compute ws-aa-agree-days (ws-aa-sub) =
                     function integer-of-date (ws-aa-agreed-int) -
                     function integer-of-date (ws-aa-listed-int)
               end-if
           end-if

           evaluate function upper-case (Property-Type of
             Property-Record)
               when "D"
                   move "Detached" to ws-aa-type (ws-aa-sub)
               when "S"
                   move "Semi" to ws-aa-type (ws-aa-sub)
               when "T"
                   move "Terraced" to ws-aa-type (ws-aa-sub)
               when "F"
                   move "Flat" to ws-aa-type (ws-aa-sub)
               when "B"
                   move "Bungalow" to ws-aa-type (ws-aa-sub)
               when other
                   move "Not known" to ws-aa-type (ws-aa-sub)
           end-evaluate

      *  BANDED ON THE PRICE ACHIEVED.
           evaluate true
               when ws-aa-achieved (ws-aa-sub) less than 250000
                   move "Under 250k" to ws-aa-band (ws-aa-sub)
               when ws-aa-achieved (ws-aa-sub) less than 500000
                   move "250k-500k" to ws-aa-band (ws-aa-sub)
               when ws-aa-achieved (ws-aa-sub) less than 1000000
                   move "500k-1m" to ws-aa-band (ws-aa-sub)
               when other
                   move "1m and up" to ws-aa-band (ws-aa-sub)
           end-evaluate.

       p862-apply-price-history.
      *  THE LOG IS APPENDED IN TIME ORDER, SO THE FIRST PRICE SEEN
      *  FOR A LISTING IS ITS ORIGINAL ASKING PRICE. THE SALE LINE
      *  ITSELF AND ANYTHING LOGGED AFTER THE SALE WAS AGREED ARE
      *  NOT PART OF THE MARKETING HISTORY.
           if PH-Price is not numeric or PH-Price equal zero
               exit paragraph
           end-if
           if function upper-case (PH-Status) equal "SO"
               exit paragraph
           end-if
           move zero to ws-aa-found
           perform varying ws-aa-sub from 1 by 1
             until ws-aa-sub greater than ws-aa-count or
             ws-aa-found not equal zero
               if ws-aa-property (ws-aa-sub) equal PH-Property-ID
                   move ws-aa-sub to ws-aa-found
               end-if
           end-perform
           if ws-aa-found equal zero
               exit paragraph
           end-if
           if ws-aa-agreed (ws-aa-found) is numeric and
             PH-Timestamp(1:8) greater than ws-aa-agreed (ws-aa-found)
               exit paragraph
           end-if
           if ws-aa-asking (ws-aa-found) equal zero
               move PH-Price to ws-aa-asking (ws-aa-found)
           else
               if PH-Price less than ws-aa-last-price (ws-aa-found)
                   add 1 to ws-aa-cuts (ws-aa-found)
                   compute ws-aa-cut-total (ws-aa-found) =
                     ws-aa-cut-total (ws-aa-found) +
                     ws-aa-last-price (ws-aa-found) - PH-Price
               end-if
           end-if
           move PH-Price to ws-aa-last-price (ws-aa-found).

       p863-apply-appraisal.
      *  THE INSTRUCTED APPRAISAL WINS WHERE A LISTING WAS VALUED
      *  MORE THAN ONCE.
           if Appraisal-Property-ID equal spaces
               exit paragraph
           end-if
           move zero to ws-aa-found
           perform varying ws-aa-sub from 1 by 1
             until ws-aa-sub greater than ws-aa-count or
             ws-aa-found not equal zero
               if ws-aa-property (ws-aa-sub) equal
                 Appraisal-Property-ID
                   move ws-aa-sub to ws-aa-found
               end-if
           end-perform
           if ws-aa-found equal zero
               exit paragraph
           end-if
           if ws-aa-valuer (ws-aa-found) not equal spaces and
             not appraisal-instructed
               exit paragraph
           end-if
           move Appraisal-User-ID to ws-aa-valuer (ws-aa-found)
           move zero to ws-aa-appr-value (ws-aa-found)
           if Appraisal-Value is numeric
               move Appraisal-Value to ws-aa-appr-value (ws-aa-found)
           end-if.

       p864-print-sale.
           if ws-aa-asking (ws-aa-sub) equal zero
               move ws-aa-list-price (ws-aa-sub) to
                 ws-aa-asking (ws-aa-sub)
           end-if
           if ws-aa-valuer (ws-aa-sub) equal spaces
               move "No apprsl" to ws-aa-valuer (ws-aa-sub)
           end-if
           move zero to ws-aa-pct
           if ws-aa-asking (ws-aa-sub) not equal zero
               compute ws-aa-pct rounded = ws-aa-achieved (ws-aa-sub)
                 * 100 / ws-aa-asking (ws-aa-sub)
           end-if
           move spaces to Askach-Text
           string "  " ws-aa-property (ws-aa-sub)
             " " ws-aa-address (ws-aa-sub)
             " " ws-aa-branch (ws-aa-sub)
             " neg " ws-aa-neg (ws-aa-sub)
             " valuer " ws-aa-valuer (ws-aa-sub)
             " " ws-aa-type (ws-aa-sub)
             delimited by size into Askach-Text
           write Askach-Line

           move ws-aa-asking (ws-aa-sub) to ws-aa-money-disp
           move ws-aa-achieved (ws-aa-sub) to ws-aa-money2-disp
           move ws-aa-cut-total (ws-aa-sub) to ws-aa-money3-disp
           move ws-aa-cuts (ws-aa-sub) to ws-aa-cuts-disp
           move ws-aa-pct to ws-aa-pct-disp
           move "  n/a" to ws-aa-days-text
           if ws-aa-agree-days (ws-aa-sub) not less than zero
               move ws-aa-agree-days (ws-aa-sub) to ws-aa-days-disp
               move ws-aa-days-disp to ws-aa-days-text
           end-if
           move "  n/a" to ws-aa-days2-text
           if ws-aa-comp-days (ws-aa-sub) not less than zero
               move ws-aa-comp-days (ws-aa-sub) to ws-aa-days-disp
               move ws-aa-days-disp to ws-aa-days2-text
           end-if
           move spaces to ws-aa-appr-text
           if ws-aa-appr-value (ws-aa-sub) not equal zero
               move ws-aa-appr-value (ws-aa-sub) to ws-aa-money-disp
               compute ws-aa-pct rounded = ws-aa-achieved (ws-aa-sub)
                 * 100 / ws-aa-appr-value (ws-aa-sub)
               move ws-aa-pct to ws-aa-pct2-disp
               string " apprsl " ws-aa-money-disp " " ws-aa-pct2-disp
                 "%" delimited by size into ws-aa-appr-text
               move ws-aa-asking (ws-aa-sub) to ws-aa-money-disp
           end-if
           move spaces to Askach-Text
           string "      asked " ws-aa-money-disp
             " cuts " ws-aa-cuts-disp " (" ws-aa-money3-disp ")"
             " sold " ws-aa-money2-disp " " ws-aa-pct-disp "%"
             " days to SA " ws-aa-days-text
             " to compl " ws-aa-days2-text
             ws-aa-appr-text
             delimited by size into Askach-Text
           write Askach-Line

           move "V" to ws-ag-try-kind
           move ws-aa-valuer (ws-aa-sub) to ws-ag-try-key
           perform p865-add-aa-group
           move "N" to ws-ag-try-kind
           move ws-aa-neg (ws-aa-sub) to ws-ag-try-key
           perform p865-add-aa-group
           move "B" to ws-ag-try-kind
           move ws-aa-branch (ws-aa-sub) to ws-ag-try-key
           perform p865-add-aa-group
           move "T" to ws-ag-try-kind
           move ws-aa-type (ws-aa-sub) to ws-ag-try-key
           perform p865-add-aa-group
           move "P" to ws-ag-try-kind
           move ws-aa-band (ws-aa-sub) to ws-ag-try-key
           perform p865-add-aa-group
           move "A" to ws-ag-try-kind
           move "Overall" to ws-ag-try-key
           perform p865-add-aa-group.

       p865-add-aa-group.
           move zero to ws-ag-found
           perform varying ws-ag-sub from 1 by 1
             until ws-ag-sub greater than ws-ag-count
               if ws-ag-kind (ws-ag-sub) equal ws-ag-try-kind and
                 ws-ag-key (ws-ag-sub) equal ws-ag-try-key
                   move ws-ag-sub to ws-ag-found
               end-if
           end-perform
           if ws-ag-found equal zero
               if ws-ag-count not less than 400
                   exit paragraph
               end-if
               add 1 to ws-ag-count
               move ws-ag-count to ws-ag-found
               initialize ws-ag-entry (ws-ag-found)
               move ws-ag-try-kind to ws-ag-kind (ws-ag-found)
               move ws-ag-try-key to ws-ag-key (ws-ag-found)
           end-if
           add 1 to ws-ag-sales (ws-ag-found)
           add ws-aa-asking (ws-aa-sub) to ws-ag-asking (ws-ag-found)
           add ws-aa-achieved (ws-aa-sub) to
             ws-ag-achieved (ws-ag-found)
           add ws-aa-cuts (ws-aa-sub) to ws-ag-cuts (ws-ag-found)
           if ws-aa-agree-days (ws-aa-sub) not less than zero
               add 1 to ws-ag-agree-sales (ws-ag-found)
               add ws-aa-agree-days (ws-aa-sub) to
                 ws-ag-agree-days (ws-ag-found)
           end-if
           if ws-aa-comp-days (ws-aa-sub) not less than zero
               add 1 to ws-ag-comp-sales (ws-ag-found)
               add ws-aa-comp-days (ws-aa-sub) to
                 ws-ag-comp-days (ws-ag-found)
           end-if
           if ws-aa-appr-value (ws-aa-sub) not equal zero
               add 1 to ws-ag-appr-sales (ws-ag-found)
               add ws-aa-appr-value (ws-aa-sub) to
                 ws-ag-appr-value (ws-ag-found)
               add ws-aa-achieved (ws-aa-sub) to
                 ws-ag-appr-achieved (ws-ag-found)
           end-if.

       p866-print-aa-groups.
      *  THE CALLER HAS PUT THE SECTION HEADING IN THE LINE.
           write Askach-Line
           perform varying ws-ag-sub from 1 by 1
             until ws-ag-sub greater than ws-ag-count
               if ws-ag-kind (ws-ag-sub) equal ws-ag-print-kind
                   perform p867-print-one-aa-group
               end-if
           end-perform.

       p867-print-one-aa-group.
           move ws-ag-sales (ws-ag-sub) to ws-aa-sales-disp
           compute ws-aa-avg rounded = ws-ag-asking (ws-ag-sub) /
             ws-ag-sales (ws-ag-sub)
           move ws-aa-avg to ws-aa-money-disp
           compute ws-aa-avg rounded = ws-ag-achieved (ws-ag-sub) /
             ws-ag-sales (ws-ag-sub)
           move ws-aa-avg to ws-aa-money2-disp
           move zero to ws-aa-pct
           if ws-ag-asking (ws-ag-sub) not equal zero
               compute ws-aa-pct rounded = ws-ag-achieved (ws-ag-sub)
                 * 100 / ws-ag-asking (ws-ag-sub)
           end-if
           move ws-aa-pct to ws-aa-pct-disp
           compute ws-aa-avg-cuts rounded = ws-ag-cuts (ws-ag-sub) /
             ws-ag-sales (ws-ag-sub)
           move ws-aa-avg-cuts to ws-aa-cuts2-disp
           move "  n/a" to ws-aa-days-text
           if ws-ag-agree-sales (ws-ag-sub) not equal zero
               compute ws-aa-avg-days rounded =
                 ws-ag-agree-days (ws-ag-sub) /
                 ws-ag-agree-sales (ws-ag-sub)
               move ws-aa-avg-days to ws-aa-days-disp
               move ws-aa-days-disp to ws-aa-days-text
           end-if
           move "  n/a" to ws-aa-days2-text
           if ws-ag-comp-sales (ws-ag-sub) not equal zero
               compute ws-aa-avg-days rounded =
                 ws-ag-comp-days (ws-ag-sub) /
                 ws-ag-comp-sales (ws-ag-sub)
               move ws-aa-avg-days to ws-aa-days-disp
               move ws-aa-days-disp to ws-aa-days2-text
           end-if
           move spaces to ws-aa-appr-text
           if ws-ag-appr-value (ws-ag-sub) not equal zero
               compute ws-aa-pct rounded =
                 ws-ag-appr-achieved (ws-ag-sub) * 100 /
                 ws-ag-appr-value (ws-ag-sub)
               move ws-aa-pct to ws-aa-pct2-disp
               string " sold/apprsl " ws-aa-pct2-disp "%"
                 delimited by size into ws-aa-appr-text
           end-if
           move spaces to Askach-Text
           string "    " ws-ag-key (ws-ag-sub)
             " sales " ws-aa-sales-disp
             " avg asked " ws-aa-money-disp
             " avg sold " ws-aa-money2-disp
             " " ws-aa-pct-disp "%"
             " avg cuts " ws-aa-cuts2-disp
             " days to SA " ws-aa-days-text
             " to compl " ws-aa-days2-text
             ws-aa-appr-text
             delimited by size into Askach-Text
           write Askach-Line.

       p870-lead-source-report.
      *  LEAD SOURCE RETURN ON INVESTMENT - EVERY ENQUIRY TAKEN IN
      *  THE CHOSEN PERIOD (THE YEAR TO DATE BY DEFAULT), BY BRANCH
      *  AND SOURCE, FOLLOWED THROUGH TO THE VIEWINGS AND OFFERS THE
      *  SAME CUSTOMER MADE ON THE SAME PROPERTY, THE INSTRUCTIONS
      *  WON FROM THEM AS A VENDOR, AND THE SALES COMMISSION ON THE
      *  SALES THEY BOUGHT - WHENEVER THOSE FELL. AGAINST IT IS THE
      *  MARKETING SPEND OF THE SAME PERIOD ON THE BRANCH'S
      *  LISTINGS, TIED TO A SOURCE BY ITS COST TYPE, GIVING COST
      *  PER ENQUIRY, COST PER VIEWING AND COMMISSION PER POUND
      *  SPENT. AN ENQUIRY WITH NO CUSTOMER REFERENCE COUNTS AS AN
      *  ENQUIRY BUT CANNOT BE FOLLOWED ANY FURTHER.
           if ws-void-rpt-to equal spaces
               move ws-system-date(1:8) to ws-void-rpt-to
           end-if
           if ws-void-rpt-from equal spaces
               move ws-void-rpt-to(1:4) to ws-void-rpt-from(1:4)
               move "0101" to ws-void-rpt-from(5:4)
           end-if
           move function numval (ws-void-rpt-from) to ws-void-from
           move function numval (ws-void-rpt-to) to ws-void-to
           if function test-date-yyyymmdd (ws-void-from) not equal
             zero or function test-date-yyyymmdd (ws-void-to) not
             equal zero or ws-void-to less than ws-void-from
               move "Enter a valid period, From before To." to
                 ws-error
               exit paragraph
           end-if
           move zero to ws-ls-count ws-lg-count ws-lw-count
             ws-ls-enquiries

           open input PropertyFile
           move "0" to ws-aa-eof
           open input enquiryfile
           if file-status = "35"
               move "1" to ws-aa-eof
           end-if
           perform until aa-eof
               read enquiryfile next record
                   at end
                       move "1" to ws-aa-eof
                   not at end
                       perform p871-load-enquiry
               end-read
           end-perform
           close enquiryfile

           move "0" to ws-aa-eof
           open input mktcostfile
           if file-status = "35"
               move "1" to ws-aa-eof
           end-if
           perform until aa-eof
               read mktcostfile next record
                   at end
                       move "1" to ws-aa-eof
                   not at end
                       perform p872-add-spend
               end-read
           end-perform
           close mktcostfile
           close PropertyFile

           if ws-ls-count not equal zero
               move "0" to ws-aa-eof
               open input BookingFile
               if file-status = "35"
                   move "1" to ws-aa-eof
               end-if
               perform until aa-eof
                   read BookingFile next record
                       at end
                           move "1" to ws-aa-eof
                       not at end
                           perform p873-follow-booking
                   end-read
               end-perform
               close BookingFile

               move "0" to ws-aa-eof
               open input offerfile
               if file-status = "35"
                   move "1" to ws-aa-eof
               end-if
               perform until aa-eof
                   read offerfile next record
                       at end
                           move "1" to ws-aa-eof
                       not at end
                           perform p874-follow-offer
                   end-read
               end-perform
               close offerfile

               move "0" to ws-aa-eof
               open input appraisalfile
               if file-status = "35"
                   move "1" to ws-aa-eof
               end-if
               perform until aa-eof
                   read appraisalfile next record
                       at end
                           move "1" to ws-aa-eof
                       not at end
                           perform p875-follow-appraisal
                   end-read
               end-perform
               close appraisalfile
           end-if

           if ws-lw-count not equal zero
               move "0" to ws-aa-eof
               open input invoicefile
               if file-status = "35"
                   move "1" to ws-aa-eof
               end-if
               perform until aa-eof
                   read invoicefile next record
                       at end
                           move "1" to ws-aa-eof
                       not at end
                           perform p876-follow-invoice
                   end-read
               end-perform
               close invoicefile
           end-if

           open output leadroifile
           move spaces to Leadroi-Text
           string "Lead source return - enquiries and spend "
             ws-void-rpt-from " to " ws-void-rpt-to " - "
             ws-display-date
             delimited by size into Leadroi-Text
           write Leadroi-Line
           move spaces to Leadroi-Text
           write Leadroi-Line
           if ws-lg-count equal zero
               move "  No enquiries or marketing spend in the period."
                 to Leadroi-Text
               write Leadroi-Line
           else
               move "  Br   Source        Enqs  Views Offers  Instr"
                 & "  Commission       Spend   Cost/enq  Cost/view"
                 & " Comm/pound" to Leadroi-Text
               write Leadroi-Line
               move zero to ws-lt-count
               perform varying ws-lg-sub from 1 by 1
                 until ws-lg-sub greater than ws-lg-count
                   perform p880-print-lead-group
               end-perform
               move spaces to Leadroi-Text
               write Leadroi-Line
               move "  All branches" to Leadroi-Text
               write Leadroi-Line
               perform varying ws-lt-sub from 1 by 1
                 until ws-lt-sub greater than ws-lt-count
                   move ws-lt-entry (ws-lt-sub) to ws-lr-row
                   move "ALL" to ws-lr-branch
                   perform p881-print-lead-row
               end-perform
               move spaces to Leadroi-Text
               write Leadroi-Line
               move "  Spend: PP=portal, NP=newspaper, BD=boards,"
                 & " OT=other. Photography is not tied to a source."
                 to Leadroi-Text
               write Leadroi-Line
           end-if
           close leadroifile
           move "Lead source return report printed." to ws-error

           move "LEADROI" to ws-cat-type
           move ws-path-leadroifile to ws-cat-source
           move spaces to ws-cat-params
           string "FROM " ws-void-rpt-from " TO " ws-void-rpt-to
             delimited by size into ws-cat-params
           move ws-ls-enquiries to ws-cat-count
           perform p965-catalogue-report.

       p871-load-enquiry.
           if Enquiry-Date of Enquiry-Record less than
             ws-void-rpt-from or Enquiry-Date of Enquiry-Record
             greater than ws-void-rpt-to
               exit paragraph
           end-if
           move function upper-case (Enquiry-Source of
             Enquiry-Record) to ws-lg-try-source
           if ws-lg-try-source not equal "BD" and not equal "PO"
             and not equal "PT" and not equal "NP"
               move "OT" to ws-lg-try-source
           end-if
           move Enquiry-Property-ID of Enquiry-Record to
             ws-lg-try-prop
           perform p877-read-lead-branch
           perform p878-find-lead-group
           if ws-lg-found equal zero
               exit paragraph
           end-if
           add 1 to ws-lg-enquiries (ws-lg-found)
           add 1 to ws-ls-enquiries
           if Enquiry-Cust-ID of Enquiry-Record equal spaces or
             ws-ls-count not less than 2000
               exit paragraph
           end-if
           add 1 to ws-ls-count
           move Enquiry-Cust-ID of Enquiry-Record to
             ws-ls-cust (ws-ls-count)
           move Enquiry-Property-ID of Enquiry-Record to
             ws-ls-prop (ws-ls-count)
           move Enquiry-Date of Enquiry-Record to
             ws-ls-date (ws-ls-count)
           move ws-lg-found to ws-ls-group (ws-ls-count).

       p872-add-spend.

      *  SPEND IS TIED TO A SOURCE BY ITS COST TYPE AND TO A BRANCH
      *  BY THE LISTING IT WAS SPENT ON.
           if Mktcost-Date of Mktcost-Record less than
             ws-void-rpt-from or Mktcost-Date of Mktcost-Record
             greater than ws-void-rpt-to
               exit paragraph
           end-if
           evaluate function upper-case (Mktcost-Type of
             Mktcost-Record)
               when "PP"
                   move "PO" to ws-lg-try-source
               when "NP"
                   move "NP" to ws-lg-try-source
               when "BD"
                   move "BD" to ws-lg-try-source
               when "PH"
                   move "PH" to ws-lg-try-source
               when other
                   move "OT" to ws-lg-try-source
           end-evaluate
           move Mktcost-Property-ID of Mktcost-Record to
             ws-lg-try-prop
           perform p877-read-lead-branch
           perform p878-find-lead-group
           if ws-lg-found not equal zero
               add Mktcost-Amount of Mktcost-Record to
                 ws-lg-spend (ws-lg-found)
           end-if.

       p873-follow-booking.
           if Booking-Status of Booking-Record equal "X" or
             Booking-Status of Booking-Record equal "x"
               exit paragraph
           end-if
           move Customer-ID of Booking-Record to ws-ls-try-cust
           move Property-ID of Booking-Record to ws-ls-try-prop
           move spaces to ws-ls-try-date
           string booking-year of Booking-Record
             booking-month of Booking-Record
             booking-day of Booking-Record
             delimited by size into ws-ls-try-date
           perform p879-find-lead-enquiry
           if ws-ls-hit not equal zero
               add 1 to ws-lg-viewings (ws-ls-group (ws-ls-hit))
           end-if.

       p874-follow-offer.
           move Offer-Customer-ID of Offer-Record to ws-ls-try-cust
           move Offer-Property-ID of Offer-Record to ws-ls-try-prop
           move Offer-Date of Offer-Record to ws-ls-try-date
           perform p879-find-lead-enquiry
           if ws-ls-hit equal zero
               exit paragraph
           end-if
           add 1 to ws-lg-offers (ws-ls-group (ws-ls-hit))
           if function upper-case (Offer-Status of Offer-Record)
             equal "A" and ws-lw-count less than 500
               add 1 to ws-lw-count
               move Offer-Property-ID of Offer-Record to
                 ws-lw-prop (ws-lw-count)
               move ws-ls-group (ws-ls-hit) to
                 ws-lw-group (ws-lw-count)
           end-if.

       p875-follow-appraisal.

      *  AN ENQUIRER WHO GOES ON TO INSTRUCT US TO SELL THEIR OWN
      *  HOME IS CREDITED TO THE SOURCE THAT FIRST BROUGHT THEM IN.
           if not appraisal-instructed
               exit paragraph
           end-if
           move Appraisal-Cust-ID of Appraisal-Record to
             ws-ls-try-cust
           move spaces to ws-ls-try-prop
           move Appraisal-Date of Appraisal-Record to ws-ls-try-date
           perform p879-find-lead-enquiry
           if ws-ls-hit not equal zero
               add 1 to ws-lg-instructions (ws-ls-group (ws-ls-hit))
           end-if.

       p876-follow-invoice.
           if Invoice-Type of Invoice-Record not equal "SC" and
             Invoice-Type of Invoice-Record not equal spaces
               exit paragraph
           end-if
           perform varying ws-lw-sub from 1 by 1
             until ws-lw-sub greater than ws-lw-count
               if ws-lw-prop (ws-lw-sub) equal
                 Invoice-Property-ID of Invoice-Record
                   add Invoice-Net-Amount of Invoice-Record to
                     ws-lg-commission (ws-lw-group (ws-lw-sub))
                   if Invoice-Credited-Net of Invoice-Record is
                     numeric
                       subtract Invoice-Credited-Net of
                         Invoice-Record from
                         ws-lg-commission (ws-lw-group (ws-lw-sub))
                   end-if
                   move ws-lw-count to ws-lw-sub
               end-if
           end-perform.

       p877-read-lead-branch.
           move spaces to ws-lg-try-branch
           move ws-lg-try-prop to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move spaces to ws-lg-try-branch
               not invalid key
                   move Property-Branch of Property-Record to
                     ws-lg-try-branch
           end-read.

       p878-find-lead-group.

      *  THE GROUPS ARE KEPT IN BRANCH AND SOURCE ORDER AS THEY ARE
      *  ADDED, SO THE REPORT PRINTS STRAIGHT DOWN THE TABLE.
           move zero to ws-lg-found
           move spaces to ws-lg-try-key
           string ws-lg-try-branch ws-lg-try-source
             delimited by size into ws-lg-try-key
           perform varying ws-lg-sub from 1 by 1
             until ws-lg-sub greater than ws-lg-count or
             ws-lg-found not equal zero
               if ws-lg-key (ws-lg-sub) equal ws-lg-try-key
                   move ws-lg-sub to ws-lg-found
               end-if
           end-perform
           if ws-lg-found not equal zero
               exit paragraph
           end-if
           if ws-lg-count not less than 60
               exit paragraph
           end-if
           move 1 to ws-lg-found
           perform until ws-lg-found greater than ws-lg-count
             or ws-lg-key (ws-lg-found) greater than ws-lg-try-key
               add 1 to ws-lg-found
           end-perform
           perform varying ws-lg-sub from ws-lg-count by -1
             until ws-lg-sub less than ws-lg-found
               move ws-lg-entry (ws-lg-sub) to
                 ws-lg-entry (ws-lg-sub + 1)
           end-perform
           perform varying ws-ls-sub from 1 by 1
             until ws-ls-sub greater than ws-ls-count
               if ws-ls-group (ws-ls-sub) not less than ws-lg-found
                   add 1 to ws-ls-group (ws-ls-sub)
               end-if
           end-perform
           add 1 to ws-lg-count
           initialize ws-lg-entry (ws-lg-found)
           move ws-lg-try-key to ws-lg-key (ws-lg-found).

       p879-find-lead-enquiry.

      *  THE EARLIEST ENQUIRY THE CUSTOMER MADE, ON THE SAME
      *  PROPERTY WHEN ONE IS GIVEN, NO LATER THAN THE EVENT BEING
      *  CREDITED. THE ENQUIRY FILE IS READ IN REFERENCE ORDER, SO
      *  THE FIRST HIT IS THE EARLIEST.
           move zero to ws-ls-hit
           if ws-ls-try-cust equal spaces
               exit paragraph
           end-if
           perform varying ws-ls-sub from 1 by 1
             until ws-ls-sub greater than ws-ls-count or
             ws-ls-hit not equal zero
               if ws-ls-cust (ws-ls-sub) equal ws-ls-try-cust and
                 (ws-ls-try-prop equal spaces or
                 ws-ls-prop (ws-ls-sub) equal ws-ls-try-prop) and
                 ws-ls-date (ws-ls-sub) not greater than
                 ws-ls-try-date
                   move ws-ls-sub to ws-ls-hit
               end-if
           end-perform.

       p880-print-lead-group.
           move ws-lg-entry (ws-lg-sub) to ws-lr-row
           perform p881-print-lead-row

      *  ROLL THE ROW INTO THE ALL-BRANCH TOTAL FOR ITS SOURCE.
           move zero to ws-lt-found
           perform varying ws-lt-sub from 1 by 1
             until ws-lt-sub greater than ws-lt-count
               if ws-lt-key (ws-lt-sub)(4:2) equal ws-lr-source
                   move ws-lt-sub to ws-lt-found
               end-if
           end-perform
           if ws-lt-found equal zero
               add 1 to ws-lt-count
               move ws-lt-count to ws-lt-found
               initialize ws-lt-entry (ws-lt-found)
               move ws-lr-key to ws-lt-key (ws-lt-found)
           end-if
           add ws-lr-enquiries to ws-lt-enquiries (ws-lt-found)
           add ws-lr-viewings to ws-lt-viewings (ws-lt-found)
           add ws-lr-offers to ws-lt-offers (ws-lt-found)
           add ws-lr-instructions to
             ws-lt-instructions (ws-lt-found)
           add ws-lr-commission to ws-lt-commission (ws-lt-found)
           add ws-lr-spend to ws-lt-spend (ws-lt-found).

       p881-print-lead-row.
           evaluate ws-lr-source
               when "BD"
                   move "BD Board" to ws-lr-word
               when "PO"
                   move "PO Portal" to ws-lr-word
               when "PT"
                   move "PT Passing" to ws-lr-word
               when "NP"
                   move "NP Newspaper" to ws-lr-word
               when "PH"
                   move "PH Photos" to ws-lr-word
               when other
                   move "OT Other" to ws-lr-word
           end-evaluate
           move ws-lr-branch to ws-lr-branch-text
           if ws-lr-branch equal spaces
               move "n/a" to ws-lr-branch-text
           end-if
           move "         -" to ws-lr-ratio1 ws-lr-ratio2 ws-lr-ratio3
           if ws-lr-spend not equal zero and
             ws-lr-enquiries not equal zero
               compute ws-lr-ratio-num rounded = ws-lr-spend /
                 ws-lr-enquiries
               move ws-lr-ratio-num to ws-lr-ratio-disp
               move ws-lr-ratio-disp to ws-lr-ratio1
           end-if
           if ws-lr-spend not equal zero and
             ws-lr-viewings not equal zero
               compute ws-lr-ratio-num rounded = ws-lr-spend /
                 ws-lr-viewings
               move ws-lr-ratio-num to ws-lr-ratio-disp
               move ws-lr-ratio-disp to ws-lr-ratio2
           end-if
           if ws-lr-spend not equal zero
               compute ws-lr-ratio-num rounded = ws-lr-commission /
                 ws-lr-spend
               move ws-lr-ratio-num to ws-lr-ratio-disp
               move ws-lr-ratio-disp to ws-lr-ratio3
           end-if
           move ws-lr-enquiries to ws-lr-count1-disp
           move ws-lr-viewings to ws-lr-count2-disp
           move ws-lr-offers to ws-lr-count3-disp
           move ws-lr-instructions to ws-lr-count4-disp
           move ws-lr-commission to ws-aa-money-disp
           move ws-lr-spend to ws-aa-money2-disp
           move spaces to Leadroi-Text
           string "  " ws-lr-branch-text "  " ws-lr-word
             " " ws-lr-count1-disp "  " ws-lr-count2-disp
             "  " ws-lr-count3-disp "  " ws-lr-count4-disp
             " " ws-aa-money-disp " " ws-aa-money2-disp
             " " ws-lr-ratio1 " " ws-lr-ratio2 " " ws-lr-ratio3
             delimited by size into Leadroi-Text
           write Leadroi-Line.

       p845-calc-sat-scores.
           move zero to ws-sat-average
           move zero to ws-sat-nps
           if ws-sat-calc-returned not equal zero
               compute ws-sat-average rounded =
                 ws-sat-calc-score / ws-sat-calc-returned
               compute ws-sat-nps rounded =
                 (ws-sat-calc-promoters - ws-sat-calc-detractors)
                 * 100 / ws-sat-calc-returned
           end-if
           move ws-sat-average to ws-sat-avg-disp
           move ws-sat-nps to ws-sat-nps-disp.

       p805-territory-exceptions.
      *  EVERY LIVE (FOR-SALE OR WITHDRAWN) LISTING WHOSE NEGOTIATOR
      *  IS NOT THE TERRITORY OWNER FOR ITS POSTCODE - THE REASON

           copy "check-authority.cpy".

           copy "void-days.cpy".

           copy "material-info-check.cpy".

       P999-1.
       end program 521MI.
