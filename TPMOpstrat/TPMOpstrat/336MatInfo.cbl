       identification division.
       program-id. 336MatInfo is recursive.

      *  MATERIAL INFORMATION - THE FACTS TRADING STANDARDS EXPECTS
      *  ON EVERY LISTING: COUNCIL TAX BAND, TENURE, LEASE LENGTH
      *  REMAINING, GROUND RENT AND SERVICE CHARGE, KNOWN
      *  RESTRICTIONS AND FLOOD RISK. REACHED FROM THE PROPERTY
      *  SCREEN. THE FACTS MAY BE SAVED A FEW AT A TIME AS THEY ARE
      *  ESTABLISHED, BUT UNTIL EVERY MANDATORY ITEM IS PRESENT A
      *  FOR-SALE LISTING IS KEPT OFF THE PORTAL FEED.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select matinfofile assign dynamic ws-path-matinfofile
              organization indexed
              access dynamic
              file status file-status
              record key Matinfo-Property-ID OF Matinfo-Record.

              select PropertyFile assign dynamic
              ws-path-propertyfile
              organization indexed
              access dynamic
              file status file-status
              record key Property-ID OF Property-Record
              alternate record key Property-Status OF
                Property-Record with duplicates
              alternate record key Customer-ID OF
                Property-Record with duplicates.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.

       data division.

       file section.

       fd matinfofile.
       copy "matinforec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-mi-property-id pic x(10) value spaces.
       01 ws-mi-loaded-id pic x(10) value spaces.
       01 ws-mi-listing-tenure pic x(1) value spaces.
       01 ws-mi-band pic x(1) value spaces.
         88 mi-band-valid value "A" thru "I" "a" thru "i" "X" "x"
           " ".
       01 ws-mi-tenure pic x(1) value spaces.
         88 mi-tenure-valid value "F" "f" "L" "l" "S" "s" "C" "c"
           " ".
         88 mi-tenure-lease value "L" "l" "S" "s".
       01 ws-mi-lease-end pic x(8) value spaces.
       01 ws-mi-lease-years pic ZZ9 value zero.
       01 ws-mi-ground-rent pic ZZ,ZZ9.99 value spaces.
       01 ws-mi-service-charge pic ZZ,ZZ9.99 value spaces.
       01 ws-mi-charges-known pic x(1) value spaces.
         88 mi-yn-charges value "Y" "y" "N" "n" " ".
       01 ws-mi-restrict-flag pic x(1) value spaces.
         88 mi-yn-restrict value "Y" "y" "N" "n" " ".
         88 mi-restricted value "Y" "y".
       01 ws-mi-restrictions pic x(60) value spaces.
       01 ws-mi-flood-risk pic x(1) value spaces.
         88 mi-flood-valid value "H" "h" "M" "m" "L" "l" "V" "v"
           " ".
       01 ws-mi-state pic x(70) value spaces.
       01 ws-mi-exists pic x(1) value "N".
         88 mi-exists value "Y".
       01 ws-property-name pic x(30) value spaces.
       01 ws-save-changes PIC X(1) value "N".
         88 save-changes value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-error pic x(70) VALUE spaces.

       copy "system-date-variables.cpy".

       copy "session-timeout-variables.cpy".

       copy "session-record.cpy".

       copy "property-link.cpy".

       copy "material-info-check-variables.cpy".

       01 ws-done pic x(1) value "0".
         88 done value "1".

       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-matinfofile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-valid-property pic x(1) value "0".
         88 valid-property value "1".
       01 ws-valid-matinfo pic x(1) value "N".
         88 valid-matinfo value "Y".
       01 ws-date-digits pic 9(8) value zero.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       Screen section.

       01 Matinfo-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  MATERIAL INFORMATION
         03 foreground-color 14 line 2 col 2 value
           "MATERIAL INFORMATION".
         03 line 4 col 2 value "Property no:        [".
         03 pic x(10) using ws-mi-property-id highlight
           prompt " ".
         03 value "]".
         03 line 4 col 35 value "Address: [".
         03 pic x(30) using ws-property-name highlight prompt " ".
         03 value "]".
         03 line 5 col 2 value "Listing tenure:     [".
         03 pic x(1) from ws-mi-listing-tenure.
         03 value "]".
         03 line 7 col 2 value "Council tax band:   [".
         03 pic x(1) using ws-mi-band highlight prompt " ".
         03 value "] A-I, X=exempt or not yet banded".
         03 line 8 col 2 value "Tenure:             [".
         03 pic x(1) using ws-mi-tenure highlight prompt " ".
         03 value
           "] F=Free L=Lease S=Share of freehold C=Commonhold".
         03 line 9 col 2 value "Lease ends:         [".
         03 pic x(8) using ws-mi-lease-end highlight prompt " ".
         03 value "] YYYYMMDD   Years left: ".
         03 pic ZZ9 from ws-mi-lease-years.
         03 line 10 col 2 value "Ground rent p.a.:   [".
         03 pic ZZ,ZZ9.99 using ws-mi-ground-rent highlight
           prompt " ".
         03 value "]".
         03 line 10 col 38 value "Service charge p.a.: [".
         03 pic ZZ,ZZ9.99 using ws-mi-service-charge highlight
           prompt " ".
         03 value "]".
         03 line 11 col 2 value "Charges confirmed?: [".
         03 pic x(1) using ws-mi-charges-known highlight prompt " ".
         03 value "] Y once ground rent and service charge are known".
         03 line 12 col 2 value "Known restrictions: [".
         03 pic x(1) using ws-mi-restrict-flag highlight prompt " ".
         03 value "] Y/N - covenants, listed, conservation, rights".
         03 line 13 col 2 value "Detail: [".
         03 pic x(60) using ws-mi-restrictions highlight prompt " ".
         03 value "]".
         03 line 14 col 2 value "Flood risk:         [".
         03 pic x(1) using ws-mi-flood-risk highlight prompt " ".
         03 value "] H=High M=Medium L=Low V=Very low".
         03 line 16 col 2 value "Save material info?:[".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
         03 line 18 col 2 value "Portal: ".
         03 pic x(70) from ws-mi-state.
         03 line 25 col 2 pic x(70) from ws-error.

         copy "menuprint.cpy".

       procedure division.

       MAIN section.
           perform until session-logout
               perform p100-setup
               perform p200-process until done
               perform p300-end
           end-perform
           goback.

       PROCS section.

       p100-setup.
           move spaces to ws-error.
           move "0" to ws-done.
           move spaces to user-option.
           perform p110-resolve-file-paths.
           perform p210-getsystemdate.
           if ws-link-property-id not equal spaces
               move ws-link-property-id to ws-mi-property-id
               move ws-link-property-address to ws-property-name
               perform p240-read-matinfo
           end-if.

       p110-resolve-file-paths.
           accept ws-data-dir from environment "TPM_DATA_DIR"
           if ws-data-dir equal spaces
               move "C:\gagodata\tpm\" to ws-data-dir
           end-if
           string function trim (ws-data-dir) "matinfo.dat"
             delimited by size into ws-path-matinfofile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

       p200-process.
           perform p210-getsystemdate
           perform p220-check-session-timeout.
           if session-logout
               move "1" to ws-done
               exit
           end-if
           display Matinfo-screen
           accept Matinfo-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done
               evaluate TRUE
                   when save-changes
                       perform p250-save-matinfo
                       move "N" to ws-save-changes
                   when ws-mi-property-id not equal ws-mi-loaded-id
                       perform p240-read-matinfo
                   when other
                       continue
               end-evaluate
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p240-read-matinfo.

      *  LOADS THE MATERIAL INFORMATION FOR THE PROPERTY KEYED - OR
      *  CLEARS THE FIELDS FOR A NEW ONE, WITH THE TENURE DEFAULTED
      *  FROM THE LISTING.
           perform p501-checkvalidproperty
           move ws-mi-property-id to ws-mi-loaded-id
           move spaces to ws-mi-state
           if not valid-property
               exit paragraph
           end-if
           move ws-mi-property-id to ws-mat-property
           perform p937-check-material-info
           if mat-found
               move "Y" to ws-mi-exists
               move ws-mat-band to ws-mi-band
               move ws-mat-tenure to ws-mi-tenure
               move ws-mat-lease-end to ws-mi-lease-end
               move ws-mat-ground-rent to ws-mi-ground-rent
               move ws-mat-service-charge to ws-mi-service-charge
               move ws-mat-charges-known to ws-mi-charges-known
               move ws-mat-restrict-flag to ws-mi-restrict-flag
               move ws-mat-restrictions to ws-mi-restrictions
               move ws-mat-flood-risk to ws-mi-flood-risk
               move "Material information retrieved." to ws-error
           else
               move "N" to ws-mi-exists
               move spaces to ws-mi-band
               move ws-mi-listing-tenure to ws-mi-tenure
               move spaces to ws-mi-lease-end
               move zero to ws-mi-ground-rent
               move zero to ws-mi-service-charge
               move spaces to ws-mi-charges-known
               move spaces to ws-mi-restrict-flag
               move spaces to ws-mi-restrictions
               move spaces to ws-mi-flood-risk
               move "No material information on file - key the"
                 & " facts and save." to ws-error
           end-if
           perform p570-show-state.

       p250-save-matinfo.
           perform p560-validate-matinfo
           if not valid-matinfo
               exit paragraph
           end-if
           open i-o matinfofile
           if file-status = "35"
               close matinfofile
               open output matinfofile
               close matinfofile
               open i-o matinfofile
           end-if
           move "N" to ws-mi-exists
           move "0" to invalid-data
           move ws-mi-property-id to Matinfo-Property-ID
           read matinfofile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move "Y" to ws-mi-exists
           end-if
           move ws-mi-property-id to Matinfo-Property-ID
           move function upper-case (ws-mi-band) to
             Matinfo-Council-Band
           move function upper-case (ws-mi-tenure) to Matinfo-Tenure
           move ws-mi-lease-end to Matinfo-Lease-End
           move function numval (ws-mi-ground-rent) to
             Matinfo-Ground-Rent
           move function numval (ws-mi-service-charge) to
             Matinfo-Service-Charge
           move function upper-case (ws-mi-charges-known) to
             Matinfo-Charges-Known
           move function upper-case (ws-mi-restrict-flag) to
             Matinfo-Restrict-Flag
           move ws-mi-restrictions to Matinfo-Restrictions
           move function upper-case (ws-mi-flood-risk) to
             Matinfo-Flood-Risk
           move ws-session-user-id to Matinfo-User-ID
           move ws-system-date to Matinfo-Updated
           if mi-exists
               rewrite Matinfo-Record
                   invalid key
                       continue
               end-rewrite
               move "UPDATE" to ws-audit-action
           else
               write Matinfo-Record
                   invalid key
                       continue
               end-write
               move "CREATE" to ws-audit-action
           end-if
           close matinfofile

           move "MATINFO" to ws-audit-type
           move ws-mi-property-id to ws-audit-key
           perform p900-write-audit
           move "Material information saved." to ws-error
           perform p570-show-state.

       p560-validate-matinfo.

      *  EACH FACT KEYED MUST BE ONE OF ITS CODES; A BLANK IS
      *  ALLOWED SO THE RECORD CAN BE BUILT UP AS THE FACTS ARE
      *  ESTABLISHED. A LEASE END DATE BELONGS ONLY TO A LEASEHOLD OR
      *  SHARE OF FREEHOLD TENURE AND MUST BE A REAL DATE; KNOWN
      *  RESTRICTIONS NEED THE DETAIL.
           move "N" to ws-valid-matinfo
           perform p501-checkvalidproperty
           if not valid-property
               move "Enter a valid property reference." to ws-error
               exit paragraph
           end-if
           if ws-mi-property-id not equal ws-mi-loaded-id
               perform p240-read-matinfo
               move "Property changed - check the facts and save."
                 to ws-error
               exit paragraph
           end-if
           if not mi-band-valid
               move "Council tax band must be A to I, or X." to
                 ws-error
               exit paragraph
           end-if
           if not mi-tenure-valid
               move "Tenure must be F, L, S or C." to ws-error
               exit paragraph
           end-if
           if ws-mi-lease-end not equal spaces
               if not mi-tenure-lease
                   move "Only a leasehold or share of freehold has a"
                     & " lease end." to ws-error
                   exit paragraph
               end-if
               if function trim (ws-mi-lease-end) is not numeric
                   move "Lease end must be YYYYMMDD." to ws-error
                   exit paragraph
               end-if
               move function numval (ws-mi-lease-end) to
                 ws-date-digits
               if function test-date-yyyymmdd (ws-date-digits) not
                 equal zero
                   move "Lease end is not a valid date." to ws-error
                   exit paragraph
               end-if
           end-if
           if not mi-yn-charges
               move "Charges confirmed must be Y or N." to ws-error
               exit paragraph
           end-if
           if not mi-yn-restrict
               move "Known restrictions must be Y or N." to ws-error
               exit paragraph
           end-if
           if mi-restricted and ws-mi-restrictions equal spaces
               move "Key the detail of the known restrictions." to
                 ws-error
               exit paragraph
           end-if
           if not mi-flood-valid
               move "Flood risk must be H, M, L or V." to ws-error
               exit paragraph
           end-if
           move "Y" to ws-valid-matinfo.

       p570-show-state.
           move ws-mi-property-id to ws-mat-property
           perform p937-check-material-info
           move ws-mat-lease-years to ws-mi-lease-years
           if mat-complete
               move "Complete - the listing may be published." to
                 ws-mi-state
           else
               move spaces to ws-mi-state
               string "Withheld - missing " ws-mat-missing
                 delimited by size into ws-mi-state
           end-if.

       p300-end.

           copy "menuoption.cpy".

       p900-write-audit.

      *  APPENDS ONE LINE TO THE AUDIT LOG FOR THE CREATE/UPDATE
      *  JUST PERFORMED - WHO DID IT, TO WHAT RECORD, AND WHEN.
           move ws-system-date to Audit-Timestamp
           move ws-session-user-id to Audit-User-ID
           move ws-audit-type to Audit-Record-Type
           move ws-audit-key to Audit-Key-Value
           move ws-audit-action to Audit-Action

           perform p902-write-audit-chained.

           copy "write-audit-chained.cpy".

           copy "material-info-check.cpy".

       p501-checkvalidproperty.
           move "0" to ws-valid-property.
           if ws-mi-property-id not equal spaces
               if function trim (ws-mi-property-id) is not numeric
                   move spaces to ws-mi-property-id
                   move spaces to ws-property-name
               else
                   perform p511-read-property
               end-if
           end-if.

       p511-read-property.
           move "0" to invalid-data
           move function trim (ws-mi-property-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-mi-property-id
           open input propertyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if

           move ws-mi-property-id to
             property-id of Property-Record
           read propertyfile
               invalid key
                   move "1" to invalid-data.
           if not key-not-found
               move Property-Address1 of Property-Record
                 to ws-property-name
               move Property-Tenure of Property-Record to
                 ws-mi-listing-tenure
               move "1" to ws-valid-property
           else
               move "Property record does not exist." to ws-error
               move spaces to ws-mi-property-id
               move spaces to ws-property-name
               move spaces to ws-mi-listing-tenure
               move "0" to ws-valid-property
           end-if.

           close propertyfile.

       end program 336MatInfo.
