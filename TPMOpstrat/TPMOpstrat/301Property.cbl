
              file status file-status.

              select ppdfile assign dynamic ws-path-ppdfile

              organization indexed

              access dynamic

              file status file-status

              record key Ppd-ID OF Ppd-Record.

              select matinfofile assign dynamic ws-path-matinfofile

              organization indexed

              access dynamic

              file status file-status

              record key Matinfo-Property-ID OF Matinfo-Record.

              select vatratefile assign dynamic ws-path-vatratefile

              organization indexed

              access dynamic

              file status file-status

              record key Vatrate-Effective-Date OF Vatrate-Record.

              select agreefile assign dynamic ws-path-agreefile

              organization indexed

              access dynamic

              file status file-status

              record key Agree-Property-ID OF Agree-Record.

              select certfile assign dynamic ws-path-certfile

              organization indexed

              record key Terr-Prefix OF Terr-Record.

              select paffile assign dynamic ws-path-paffile

              organization indexed

              access dynamic

              file status file-status

              record key Paf-Key OF Paf-Record.

              select reportcatfile assign dynamic
                ws-path-reportcatfile

       01 Compare-Line.
         03 Compare-Text pic x(110).

       fd ppdfile.

       copy "pricepaidrec.cpy".

       fd matinfofile.

       copy "matinforec.cpy".

       fd vatratefile.

       copy "vatraterec.cpy".

       fd agreefile.

       copy "agreementrec.cpy".

       fd certfile.

       copy "certrec.cpy".

       copy "terrrec.cpy".

       fd paffile.

       copy "pafrec.cpy".

       fd reportcatfile.

       copy "reportcatrec.cpy".

       01 ws-comp-sold-disp pic ZZZ,ZZZ,ZZ9.99 value zero.

       01 ws-comp-lr-count pic 9(3) value zero.

       01 ws-comp-lr-address pic x(40) value spaces.

       01 ws-fall-through PIC X(1) value "N".

         88 fall-through value "Y" "y".

       01 ws-browse-address PIC X(25) value spaces.

       01 ws-browse-postcode-prefix PIC X(8) value spaces.

       01 ws-browse-miles PIC 9(2) value zero.

       01 ws-browse-low-price PIC 9(9)v99 value zero.


       copy "journal-variables.cpy".

       01 ws-archive-data pic x(500) value spaces.

       01 ws-old-Property-Price pic 9(9)v99 value zero.


       01 ws-path-comparefile pic x(60) value spaces.

       01 ws-path-ppdfile pic x(60) value spaces.

       01 ws-path-agreefile pic x(60) value spaces.

       01 ws-manage-agreement PIC X(1) value "N".

         88 manage-agreement value "Y" "y".

       copy "agreement-check-variables.cpy".

       01 ws-path-matinfofile pic x(60) value spaces.

       01 ws-manage-matinfo PIC X(1) value "N".

         88 manage-matinfo value "Y" "y".

       copy "material-info-check-variables.cpy".

       01 ws-path-vatratefile pic x(60) value spaces.

       copy "vat-rate-variables.cpy".

       01 ws-path-certfile pic x(60) value spaces.

       01 ws-manage-certs PIC X(1) value "N".

       01 ws-hold-plot-no pic x(5) value spaces.

       01 ws-hold-renew-rate pic 9v99 value zero.

       01 ws-Service-Level pic x(1) value spaces.

         88 valid-service-level value " " "L" "l" "R" "r" "F" "f".

       01 ws-Mgmt-Rate pic 9v99 value zero.

       01 ws-Sale-Method pic x(1) value spaces.

       01 ws-manage-auction PIC X(1) value "N".

       01 ws-aml-party-id pic x(10) value spaces.

       01 ws-sanction-blocked pic x(1) value "N".

         88 sanction-blocked value "Y".

       01 ws-aml-party-ok pic x(1) value "N".

         88 aml-party-ok value "Y".

       01 ws-part-doc-count pic 9(2) value zero.

       01 ws-part-mat-years pic ZZ9 value zero.

       01 ws-part-mat-rent pic ZZ,ZZ9.99 value zero.

       01 ws-part-mat-svc pic ZZ,ZZ9.99 value zero.

       01 ws-photos-warning pic x(1) value "N".

         88 photos-warning value "Y".

       01 ws-path-terrfile pic x(60) value spaces.

       01 ws-path-paffile pic x(60) value spaces.

       copy "paf-lookup-variables.cpy".

       01 ws-terr-try-prefix pic x(4) value spaces.

       01 ws-terr-try-len pic 9(1) value zero.

         03 value "]".

         03 line 9 col 74 value "MI[".

         03 pic x(1) using ws-manage-matinfo highlight prompt " ".

         03 value "]".

         03 line 9 col 54 value "Hist?:[".

         03 pic x(1) using ws-view-history highlight prompt " ".

         03 value "]".

         03 line 13 col 34 value "Svc[".

         03 pic x(1) using ws-Service-Level highlight prompt " ".

         03 value "]Mgt%[".

         03 PIC 9.99 using ws-Mgmt-Rate highlight prompt " ".

         03 value "]".

         03 line 14 col 2 value "Asking Price:     [".

         03 PIC ZZZ,ZZZ,ZZZ.ZZ using ws-Property-Price highlight prompt

         03 pic x(25) using ws-browse-address highlight prompt " ".

         03 value "]Pcode[".

         03 pic x(8) using ws-browse-postcode-prefix highlight
           prompt " ".

         03 value "]Mi[".

         03 pic 9(2) using ws-browse-miles highlight prompt 0.

         03 value "]".

         03 line 21 col 2 value "Price from: [".

         03 value "]".

         03 line 21 col 74 value "Ag[".

         03 pic x(1) using ws-manage-agreement highlight prompt " ".

         03 value "]".

         03 line 22 col 2 value
           "Supervisor override (if under asking): [".


       copy "menuprint.cpy".

       copy "paf-pick-screen.cpy".

       procedure division.

       MAIN section.
           string function trim (ws-data-dir) "compare.txt"
             delimited by size into ws-path-comparefile.

           string function trim (ws-data-dir) "pricepaid.dat"
             delimited by size into ws-path-ppdfile.

           string function trim (ws-data-dir) "agreements.dat"
             delimited by size into ws-path-agreefile.

           string function trim (ws-data-dir) "matinfo.dat"
             delimited by size into ws-path-matinfofile.

           string function trim (ws-data-dir) "vatrates.dat"
             delimited by size into ws-path-vatratefile.

           string function trim (ws-data-dir) "certs.dat"
             delimited by size into ws-path-certfile.

           string function trim (ws-data-dir) "territory.dat"
             delimited by size into ws-path-terrfile.

           string function trim (ws-data-dir) "paf.dat"
             delimited by size into ws-path-paffile.

           string function trim (ws-data-dir) "reportcat.dat"
             delimited by size into ws-path-reportcatfile.


               move ws-browse-address to ws-browse-address-filter

      *  MILES KEYED TURN THE POSTCODE FROM A PREFIX INTO THE
      *  CENTRE OF A RADIUS SEARCH.

               if ws-browse-miles is numeric and
                 ws-browse-miles not equal zero and
                 ws-browse-postcode-prefix not equal spaces

                   move spaces to ws-browse-postcode-filter

                   move ws-browse-postcode-prefix to
                     ws-browse-centre-postcode

                   move ws-browse-miles to ws-browse-radius

               else

                   move ws-browse-postcode-prefix to
                     ws-browse-postcode-filter

                   move spaces to ws-browse-centre-postcode

                   move zero to ws-browse-radius

               end-if

               move ws-browse-low-price to ws-browse-price-low


               move spaces to ws-browse-postcode-filter

               move spaces to ws-browse-centre-postcode

               move zero to ws-browse-radius

               move zero to ws-browse-price-low

               move zero to ws-browse-price-high

               move spaces to ws-browse-postcode-prefix

               move zero to ws-browse-miles

               move zero to ws-browse-low-price

               move zero to ws-browse-high-price

               perform p504-checkvalidpostcode

               perform p514-check-postcode-address

               perform p505-check-undercut-sale

               perform p518-check-aml-verified

               end-if

               if not valid-service-level

                   move spaces to ws-Service-Level

               end-if

               if new-Property

                   move spaces to ws-Property-ID
                   if valid-customer and valid-user and
                     valid-second-customer and
                     valid-property-status and valid-postcode and
                     not paf-save-held and
                     ws-Property-Address1 not equal spaces and
                     ws-Property-Address2 not equal spaces and
                     ws-Property-Postcode not equal spaces and

                             to ws-error

                       else

                       if paf-save-held

                           move ws-paf-message to ws-error

                       else

                           move

                       end-if

                       end-if

                   end-if

               ELSE
                                 "Invalid postcode - not saved." to
                                 ws-error

                           when save-changes and paf-save-held

                               move ws-paf-message to ws-error

                           when save-changes and undercut-sale and
                             not supervisor-valid

                                 & " supervisor override id is"
                                 & " required." to ws-error

                           when save-changes and aml-blocked and
                             sanction-blocked and not supervisor-valid

                               move
                                 "Confirmed sanctions/PEP match on a"
                                 & " sale party - override id"
                                 & " required." to ws-error

                           when save-changes and aml-blocked and
                             not supervisor-valid


                               move "N" to ws-manage-tenancy

                           when manage-agreement

                               move ws-Property-ID to
                                 ws-link-property-id

                               move ws-Property-Address1 to
                                 ws-link-property-address

                               move ws-cust-id to
                                 ws-link-customer-id

                               call "335Agree"

                               move spaces to ws-property-link

                               move "N" to ws-manage-agreement

                               perform p923-board-after-agreement

                           when manage-matinfo

                               move ws-Property-ID to
                                 ws-link-property-id

                               move ws-Property-Address1 to
                                 ws-link-property-address

                               move ws-cust-id to
                                 ws-link-customer-id

                               call "336MatInfo"

                               move spaces to ws-property-link

                               move "N" to ws-manage-matinfo

                           when other

                               perform p240-read-Property

           move zero to ws-Property-Rent

           move spaces to ws-Service-Level

           move zero to ws-Mgmt-Rate

           move spaces to ws-read-timestamp

           move spaces to ws-paf-last-postcode.

       p230-save-new-Property.


           move spaces to Property-Plot-No

           move zero to Property-Renew-Rate

           move function upper-case (ws-Service-Level) to
             Property-Service-Level

           move ws-Mgmt-Rate to Property-Mgmt-Rate

           write Property-Record.

           perform p990-check-file-status

               move Property-Sale-Method to ws-Sale-Method

               move Property-Service-Level to ws-Service-Level

               if Property-Mgmt-Rate is numeric

                   move Property-Mgmt-Rate to ws-Mgmt-Rate

               else

                   move zero to ws-Mgmt-Rate

               end-if

               move Property-Last-Updated to ws-read-timestamp

               move ws-Property-Postcode to ws-paf-last-postcode

               move "Property record retrieved." to ws-error

               perform p502-checkvalidcustomer
               move Property-Plot-No of Property-Record to
                 ws-hold-plot-no

               move Property-Renew-Rate of Property-Record to
                 ws-hold-renew-rate

               move ws-Property-record to Property-Record

               move ws-system-date to Property-Last-Updated

               move ws-hold-plot-no to Property-Plot-No

               move ws-hold-renew-rate to Property-Renew-Rate

               move function upper-case (ws-Service-Level) to
                 Property-Service-Level

               move ws-Mgmt-Rate to Property-Mgmt-Rate

               move function upper-case (ws-Sale-Method) to
                 Property-Sale-Method


           end-evaluate.

       p923-board-after-agreement.

      *  A FOR-SALE LISTING WHOSE BOARD WAS HELD BACK FOR WANT OF A
      *  SIGNED AGREEMENT GETS IT ORDERED AS SOON AS THE AGREEMENT
      *  IS SIGNED.
           if ws-Property-ID equal spaces or
             function upper-case (WS-Property-Status) not equal "FS"
             or ws-hold-board equal "O" or ws-hold-board equal "E"
             or ws-hold-board equal "S"

               exit paragraph

           end-if

           move "ERECT" to ws-board-action

           perform p918-order-board

           if agr-signed

               move "O" to ws-hold-board

           end-if.

       p918-order-board.

      *  PLACES ONE BOARD ORDER - THE ACTION GOES ON THE ORDER
      *  QUEUE FOR THE CONTRACTOR FILE AND THE BOARD STATE ON THE
      *  PROPERTY MOVES TO THE MATCHING ORDERED STATE. A BOARD GOES
      *  UP ONLY ON A SIGNED AGENCY AGREEMENT - TAKING ONE DOWN OR
      *  SLIPPING IT IS NEVER HELD BACK.
           move "Y" to ws-agr-signed

           if ws-board-action equal "ERECT"

               move ws-Property-ID to ws-agr-property

               perform p929-check-agreement

               if not agr-signed

                   move spaces to ws-error

                   string "Board not ordered - "
                     function trim (ws-agr-reason) "."
                     delimited by size into ws-error

                   move "BOARD" to ws-audit-type

                   move ws-Property-ID to ws-audit-key

                   move "NOAGREE" to ws-audit-action

                   perform p900-write-audit

                   exit paragraph

               end-if

           end-if

           open extend boardqfile

           if file-status = "35"

           copy "write-journal.cpy".

           copy "agreement-check.cpy".

           copy "material-info-check.cpy".

           copy "vat-rate.cpy".

           copy "paf-lookup.cpy".

           copy "paf-offer.cpy".

       p905-write-archive.

      *  APPENDS A FULL COPY OF THE RECORD TO THE ARCHIVE LOG BEFORE
      *  PROPERTY'S CUSTOMER, AND THE BUYER FROM THE ACCEPTED OFFER
      *  WHERE ONE EXISTS. A VALID ADMIN SUPERVISOR OVERRIDE ID
      *  FORCES IT THROUGH, THE SAME PATTERN AS THE UNDER-ASKING
      *  CHECK IN P505. A PARTY CONFIRMED AS A SANCTIONS OR PEP
      *  MATCH ON THE REVIEW QUEUE IS BLOCKED THE SAME WAY.
           move "N" to ws-aml-blocked

           move "N" to ws-sanction-blocked

           if function upper-case (WS-Property-Status) equal "SO"
             and ws-Sold-date not equal spaces


                   end-if

                   if cust-screen-hit of custrec

                       move "N" to ws-aml-party-ok

                       move "Y" to ws-sanction-blocked

                   end-if

               end-if

               close custfile

           end-if.

       p541-print-material-info.

      *  THE MATERIAL INFORMATION PRINTED AS A SECTION OF THE
      *  PARTICULARS SHEET - THE FACTS A BUYER MUST BE TOLD BEFORE
      *  DECIDING TO VIEW, WITH ANY STILL OUTSTANDING SHOWN AS SUCH.
           move ws-Property-ID to ws-mat-property

           perform p937-check-material-info

           move "Material information:" to Particulars-Text

           write Particulars-Line

           if not mat-found

               move "  (not yet provided)" to Particulars-Text

               write Particulars-Line

               move spaces to Particulars-Text

               write Particulars-Line

               exit paragraph

           end-if

           move spaces to Particulars-Text

           evaluate ws-mat-band

               when "X"

                   move "  Council tax band: exempt or not yet banded"
                     to Particulars-Text

               when spaces

                   move "  Council tax band: to be confirmed" to
                     Particulars-Text

               when other

                   string "  Council tax band: " ws-mat-band
                     delimited by size into Particulars-Text

           end-evaluate

           write Particulars-Line

           evaluate ws-mat-tenure

               when "F"

                   move "  Tenure: Freehold" to Particulars-Text

               when "L"

                   move "  Tenure: Leasehold" to Particulars-Text

               when "S"

                   move "  Tenure: Share of freehold" to
                     Particulars-Text

               when "C"

                   move "  Tenure: Commonhold" to Particulars-Text

               when other

                   move "  Tenure: to be confirmed" to
                     Particulars-Text

           end-evaluate

           write Particulars-Line

           if ws-mat-tenure equal "L" or ws-mat-tenure equal "S"

               move spaces to Particulars-Text

               if ws-mat-lease-end is numeric

                   move ws-mat-lease-years to ws-part-mat-years

                   string "  Lease: " ws-part-mat-years
                     " years remaining (ends " ws-mat-lease-end ")"
                     delimited by size into Particulars-Text

               else

                   move "  Lease: length to be confirmed" to
                     Particulars-Text

               end-if

               write Particulars-Line

               move spaces to Particulars-Text

               if ws-mat-charges-known equal "Y"

                   move ws-mat-ground-rent to ws-part-mat-rent

                   move ws-mat-service-charge to ws-part-mat-svc

                   string "  Ground rent: " ws-part-mat-rent
                     " p.a.  Service charge: " ws-part-mat-svc
                     " p.a."
                     delimited by size into Particulars-Text

               else

                   move
                     "  Ground rent and service charge: to be"
                     & " confirmed" to Particulars-Text

               end-if

               write Particulars-Line

           end-if

           move spaces to Particulars-Text

           evaluate ws-mat-restrict-flag

               when "Y"

                   string "  Restrictions: " ws-mat-restrictions
                     delimited by size into Particulars-Text

               when "N"

                   move "  Restrictions: none known" to
                     Particulars-Text

               when other

                   move "  Restrictions: to be confirmed" to
                     Particulars-Text

           end-evaluate

           write Particulars-Line

           evaluate ws-mat-flood-risk

               when "H"

                   move "  Flood risk: High" to Particulars-Text

               when "M"

                   move "  Flood risk: Medium" to Particulars-Text

               when "L"

                   move "  Flood risk: Low" to Particulars-Text

               when "V"

                   move "  Flood risk: Very low" to Particulars-Text

               when other

                   move "  Flood risk: to be confirmed" to
                     Particulars-Text

           end-evaluate

           write Particulars-Line

           move spaces to Particulars-Text

           write Particulars-Line.

       p539-print-document-register.

      *  THE DOCUMENT REGISTER PRINTED AS A SECTION OF THE

           end-if

           perform p537-print-registry-comparables

           close comparefile

           move "Comparables report printed." to ws-error.

       p537-print-registry-comparables.

      *  THE LAND REGISTRY PRICE PAID SALES TAKEN IN BY THE MONTHLY
      *  IMPORT, AS FURTHER EVIDENCE UNDER OUR OWN - EVERY
      *  REGISTERED SALE IN THE LAST TWELVE MONTHS IN THE SAME
      *  POSTCODE PREFIX AND PRICE BAND, WHOEVER SOLD IT. THE PRICE
      *  PAID STANDS IN FOR THE ASKING PRICE IN THE BAND TEST.
           move zero to ws-comp-lr-count

           move spaces to Compare-Text

           write Compare-Line

           move "Land Registry price paid - further evidence"
             to Compare-Text

           write Compare-Line

           move
             "Date     Postcode   Price paid      Type Address"
             to Compare-Text

           write Compare-Line

           move "0" to end-of-file

           open input ppdfile

           if file-status not equal "35"

               perform until eof

                   read ppdfile next record

                       at end

                           move "1" to end-of-file

                       not at end

                           perform p538-check-registry-comparable

               end-perform

           end-if

           close ppdfile

           if ws-comp-lr-count equal zero

               move "  No registered sales found." to Compare-Text

               write Compare-Line

           end-if.

       p538-check-registry-comparable.

           move "Y" to ws-comp-record-matches

           if ws-browse-postcode-prefix not equal spaces

               move function length (function trim
                 (ws-browse-postcode-prefix)) to ws-comp-filt-len

               if function upper-case (Ppd-Postcode
                 (1:ws-comp-filt-len)) not equal
                 function upper-case (ws-browse-postcode-prefix
                 (1:ws-comp-filt-len))

                   move "N" to ws-comp-record-matches

               end-if

           end-if

           if comp-record-matches

               move Ppd-Price to ws-comp-sold-plain

               if ws-browse-low-price not equal zero and
                 ws-comp-sold-plain < ws-browse-low-price

                   move "N" to ws-comp-record-matches

               end-if

               if ws-browse-high-price not equal zero and
                 ws-comp-sold-plain > ws-browse-high-price

                   move "N" to ws-comp-record-matches

               end-if

           end-if

           if comp-record-matches

               if Ppd-Date is numeric

                   move Ppd-Date to ws-comp-date-digits

                   move function integer-of-date
                     (ws-comp-date-digits) to ws-comp-sold-int

                   if ws-comp-sold-int < ws-comp-cutoff-int

                       move "N" to ws-comp-record-matches

                   end-if

               else

                   move "N" to ws-comp-record-matches

               end-if

           end-if

           if comp-record-matches

               add 1 to ws-comp-lr-count

               move ws-comp-sold-plain to ws-comp-sold-disp

               move spaces to ws-comp-lr-address

               string function trim (Ppd-SAON) " "
                 function trim (Ppd-PAON) " "
                 function trim (Ppd-Street)
                 delimited by size into ws-comp-lr-address

               move spaces to Compare-Text

               string Ppd-Date " "
                 Ppd-Postcode " "
                 ws-comp-sold-disp "  "
                 Ppd-Type Ppd-Tenure "   "
                 function trim (ws-comp-lr-address)
                 delimited by size into Compare-Text

               write Compare-Line

           end-if.

       p536-check-comparable.

      *  APPLIES THE STATUS, POSTCODE-PREFIX, PRICE-BAND AND

           end-if.

       p514-check-postcode-address.

      *  A NEW OR CHANGED POSTCODE BEING SAVED IS LOOKED UP ON THE
      *  POSTCODE ADDRESS FILE, SO THE SAME STREET IS SPELT ONE WAY
      *  ACROSS LISTINGS. A MATCHING ADDRESS COMES BACK IN THE
      *  FILE'S SPELLING; THE SAVE IS HELD WHILE AN ADDRESS CHOSEN
      *  FROM THE LIST IS CHECKED, OR WHILE A POSTCODE THE FILE DOES
      *  NOT HOLD IS QUERIED.
           move "N" to ws-paf-save-held

           if valid-postcode and (new-Property or save-changes)

               move ws-Property-Postcode to ws-paf-postcode

               move ws-Property-Address1 to ws-paf-address1

               move ws-Property-Address2 to ws-paf-address2

               move 25 to ws-paf-width

               perform p946-paf-offer-addresses

               if paf-address-matched or paf-address-picked

                   move ws-paf-address1 to ws-Property-Address1

                   move ws-paf-address2 to ws-Property-Address2

                   move ws-paf-postcode to ws-Property-Postcode

               end-if

               if paf-not-listed or paf-address-picked

                   move "Y" to ws-paf-save-held

               end-if

           end-if.

       p505-check-undercut-sale.

      *  A SALE MORE THAN 10% BELOW ASKING PRICE NEEDS AN ADMIN
      *  THE ASKING PRICE CAN BE HELD EITHER AS A VAT/FEE-INCLUSIVE
      *  FIGURE OR AS A NET FIGURE - THIS WORKS OUT THE NET (EX-VAT)
      *  PRICE FOR DISPLAY SO NEGOTIATORS CAN SEE BOTH WITHOUT HAVING
      *  TO DO THE SUM THEMSELVES, AT THE VAT RATE IN FORCE TODAY.
           move ws-Property-Price to ws-asking-price-plain

           if ws-VAT-is-inclusive

               move ws-system-date(1:8) to ws-vat-date

               perform p939-vat-rate-for-date

               compute ws-VAT-net-price-plain rounded =
                 ws-asking-price-plain / (1 + ws-vat-fraction)

           else


           write Particulars-Line

           perform p541-print-material-info

           perform p539-print-document-register

           string "Negotiator: " function trim (ws-user-Name)
      *  ON SCREEN - SALE PRICE, OUR COMMISSION, ITS VAT TREATMENT
      *  AND THE NET PROCEEDS DUE, ADDRESSED TO THE VENDOR FROM THEIR
      *  CUSTOMER RECORD. SAME ONE-SHOT OVERWRITE SHAPE AS
      *  P520-PRINT-PARTICULARS BUT FINANCIAL. VAT IS AT THE RATE IN
      *  FORCE ON THE STATEMENT DATE.
           move ws-Sold-price to ws-stmt-sale-plain

           if function upper-case (WS-Property-Status) not equal "SO"

               move ws-Commission-Amount to ws-stmt-comm-plain

               move ws-system-date(1:8) to ws-vat-date

               perform p939-vat-rate-for-date

               if ws-VAT-is-inclusive

                   compute ws-stmt-vat-plain rounded =
                     ws-stmt-comm-plain -
                     (ws-stmt-comm-plain / (1 + ws-vat-fraction))

                   move ws-stmt-comm-plain to
                     ws-stmt-total-comm-plain
               else

                   compute ws-stmt-vat-plain rounded =
                     ws-stmt-comm-plain * ws-vat-fraction

                   compute ws-stmt-total-comm-plain =
                     ws-stmt-comm-plain + ws-stmt-vat-plain

               else

                   string "VAT at " ws-vat-percent-disp
                     " pct:            " ws-stmt-amount-disp
                     delimited by size into Statement-Text

               end-if
      *  ROW THE START-UP CHECK BACKS OUT.
               perform p547-write-complete-intent

      *  THE TAX POINT IS THE INVOICE DATE - TODAY.
               move ws-system-date(1:8) to ws-vat-date

               perform p939-vat-rate-for-date

               if ws-VAT-is-inclusive

                   compute ws-stmt-vat-plain rounded =
                     ws-stmt-comm-plain -
                     (ws-stmt-comm-plain / (1 + ws-vat-fraction))

                   compute ws-inv-net-plain =
                     ws-stmt-comm-plain - ws-stmt-vat-plain
               else

                   compute ws-stmt-vat-plain rounded =
                     ws-stmt-comm-plain * ws-vat-fraction

                   move ws-stmt-comm-plain to ws-inv-net-plain


               move ws-stmt-vat-plain to Invoice-VAT-Amount

               move ws-vat-percent to Invoice-VAT-Rate

               move zero to Invoice-Credited-Net

               move zero to Invoice-Credited-Gross

               move ws-inv-gross-plain to Invoice-Gross-Amount

               move ws-Property-ID to Invoice-Property-ID

           move Invoice-VAT-Amount to ws-stmt-amount-disp

      *  INVOICES RAISED BEFORE THE RATE WAS CARRIED WERE AT 20 PCT.
           move 20 to ws-vat-percent-disp

           if Invoice-VAT-Rate is numeric and
             Invoice-VAT-Rate not equal zero

               move Invoice-VAT-Rate to ws-vat-percent-disp

           end-if

           move spaces to Invprint-Text

           string "VAT at " ws-vat-percent-disp
             " pct:       " ws-stmt-amount-disp
             delimited by size into Invprint-Text

           write Invprint-Line
