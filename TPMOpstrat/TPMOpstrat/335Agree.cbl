       identification division.
       program-id. 335Agree is recursive.

      *  AGENCY AGREEMENT REGISTER - THE TERMS OF BUSINESS THE VENDOR
      *  OR LANDLORD HAS SIGNED FOR AN INSTRUCTION: AGREEMENT TYPE,
      *  AGREED FEE, SIGNED DATE, SOLE-AGENCY END DATE AND NOTICE
      *  PERIOD, AND ANY NOTICE OF CANCELLATION THE CLIENT HAS GIVEN.
      *  REACHED FROM THE PROPERTY SCREEN. UNTIL THE AGREEMENT IS
      *  SIGNED - OR ONCE ITS NOTICE PERIOD HAS RUN OUT - THE
      *  LISTING IS KEPT OFF THE PORTAL FEED AND NO BOARD IS ORDERED.
      *  THE TERMS ALSO CARRY ANY CHARGE THE CLIENT HAS AGREED TO
      *  FOR A PAYMENT OF THEIRS RETURNED UNPAID BY THE BANK.

       environment division.

       configuration section.
       input-output section.

       file-control.
              select agreefile assign dynamic ws-path-agreefile
              organization indexed
              access dynamic
              file status file-status
              record key Agree-Property-ID OF Agree-Record.

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

       fd agreefile.
       copy "agreementrec.cpy".

       fd PropertyFile.
       copy "property-record.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       working-storage section.

       01 ws-agree-property-id pic x(10) value spaces.
       01 ws-agree-loaded-id pic x(10) value spaces.
       01 ws-agree-customer pic x(10) value spaces.
       01 ws-agree-type pic x(1) value spaces.
         88 agree-type-valid value "S" "s" "R" "r" "M" "m" "L" "l".
         88 agree-type-sole value "S" "s" "R" "r".
       01 ws-agree-fee-rate pic 9v99 value zero.
       01 ws-agree-fee-fixed pic Z,ZZZ,ZZ9.99 value spaces.
       01 ws-agree-returned-fee pic ZZ9.99 value spaces.
       01 ws-agree-signed pic x(8) value spaces.
       01 ws-agree-sole-end pic x(8) value spaces.
       01 ws-agree-notice-days pic 9(3) value zero.
       01 ws-agree-notice-given pic x(8) value spaces.
       01 ws-agree-cancel-date pic x(8) value spaces.
       01 ws-agree-state pic x(50) value spaces.
       01 ws-agree-exists pic x(1) value "N".
         88 agree-exists value "Y".
       01 ws-property-name pic x(30) value spaces.
       01 ws-save-changes PIC X(1) value "N".
         88 save-changes value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-error pic x(70) VALUE spaces.

       copy "system-date-variables.cpy".

       copy "session-timeout-variables.cpy".

       copy "session-record.cpy".

       copy "property-link.cpy".

       copy "agreement-check-variables.cpy".

       01 ws-done pic x(1) value "0".
         88 done value "1".

       01 invalid-data pic x value "0".
         88 key-not-found value "1".

       01 file-status pic xx.
       01 ws-path-agreefile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-valid-property pic x(1) value "0".
         88 valid-property value "1".
       01 ws-valid-agreement pic x(1) value "N".
         88 valid-agreement value "Y".
       01 ws-date-digits pic 9(8) value zero.
       01 ws-cancel-int pic 9(8) value zero.
       01 ws-cancel-digits pic 9(8) value zero.

       01 ws-audit-type pic x(10) value spaces.
       01 ws-audit-key pic x(10) value spaces.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       Screen section.

       01 Agree-screen.
         03 blank screen.

         copy "screen-header.cpy".

      *  AGENCY AGREEMENT
         03 foreground-color 14 line 2 col 2 value
           "AGENCY AGREEMENT".
         03 line 4 col 2 value "Property no:        [".
         03 pic x(10) using ws-agree-property-id highlight
           prompt " ".
         03 value "]".
         03 line 4 col 35 value "Address: [".
         03 pic x(30) using ws-property-name highlight prompt " ".
         03 value "]".
         03 line 5 col 2 value "Signed by customer: [".
         03 pic x(10) from ws-agree-customer.
         03 value "]".
         03 line 7 col 2 value "Agreement type:     [".
         03 pic x(1) using ws-agree-type highlight prompt " ".
         03 value
           "] S=Sole agency R=Sole selling M=Multiple L=Lets".
         03 line 8 col 2 value "Agreed fee %:       [".
         03 PIC 9.99 using ws-agree-fee-rate highlight prompt " ".
         03 value "]".
         03 line 8 col 35 value "Fixed fee: [".
         03 pic Z,ZZZ,ZZ9.99 using ws-agree-fee-fixed highlight
           prompt " ".
         03 value "]".
         03 line 9 col 2 value "Signed date:        [".
         03 pic x(8) using ws-agree-signed highlight prompt " ".
         03 value "] YYYYMMDD - blank until signed".
         03 line 10 col 2 value "Sole agency ends:   [".
         03 pic x(8) using ws-agree-sole-end highlight prompt " ".
         03 value "] YYYYMMDD - sole agency and sole selling".
         03 line 11 col 2 value "Notice period days: [".
         03 pic 9(3) using ws-agree-notice-days highlight
           prompt 0.
         03 value "]".
         03 line 11 col 35 value "Returned item fee: [".
         03 pic ZZ9.99 using ws-agree-returned-fee highlight
           prompt " ".
         03 value "]".
         03 line 12 col 2 value "Notice given:       [".
         03 pic x(8) using ws-agree-notice-given highlight
           prompt " ".
         03 value "] YYYYMMDD".
         03 line 12 col 35 value "Cancelled from: [".
         03 pic x(8) from ws-agree-cancel-date.
         03 value "]".
         03 line 14 col 2 value "Save agreement?:    [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
         03 line 16 col 2 value "Publishing: ".
         03 pic x(50) from ws-agree-state.
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
               move ws-link-property-id to ws-agree-property-id
               move ws-link-property-address to ws-property-name
               perform p240-read-agreement
           end-if.

       p110-resolve-file-paths.
           accept ws-data-dir from environment "TPM_DATA_DIR"
           if ws-data-dir equal spaces
               move "C:\gagodata\tpm\" to ws-data-dir
           end-if
           string function trim (ws-data-dir) "agreements.dat"
             delimited by size into ws-path-agreefile
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
           display Agree-screen
           accept Agree-screen.
           move ws-system-date to ws-session-last-activity.
           if user-option not equal space
               move "1" to ws-done
               exit
           end-if
           if not done
               evaluate TRUE
                   when save-changes
                       perform p250-save-agreement
                       move "N" to ws-save-changes
                   when ws-agree-property-id not equal
                     ws-agree-loaded-id
                       perform p240-read-agreement
                   when other
                       continue
               end-evaluate
           end-if.

           copy "get-system-date.cpy".

           copy "check-session-timeout.cpy".

       p240-read-agreement.

      *  LOADS THE AGREEMENT FOR THE PROPERTY KEYED - OR CLEARS THE
      *  FIELDS FOR A NEW ONE, WITH THE FEE DEFAULTED FROM THE
      *  LISTING'S COMMISSION RATE.
           perform p501-checkvalidproperty
           move ws-agree-property-id to ws-agree-loaded-id
           move spaces to ws-agree-state
           if not valid-property
               exit paragraph
           end-if
           move "N" to ws-agree-exists
           move "0" to invalid-data
           open input agreefile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-agree-property-id to Agree-Property-ID
           read agreefile
               invalid key
                   move "1" to invalid-data
           end-read
           close agreefile
           if not key-not-found
               move "Y" to ws-agree-exists
               move Agree-Customer-ID to ws-agree-customer
               move Agree-Type to ws-agree-type
               move Agree-Fee-Rate to ws-agree-fee-rate
               move Agree-Fee-Fixed to ws-agree-fee-fixed
               move Agree-Signed-Date to ws-agree-signed
               move Agree-Sole-End to ws-agree-sole-end
               move Agree-Notice-Days to ws-agree-notice-days
               move Agree-Notice-Given to ws-agree-notice-given
               move Agree-Cancel-Date to ws-agree-cancel-date
               if Agree-Returned-Fee is numeric
                   move Agree-Returned-Fee to ws-agree-returned-fee
               else
                   move zero to ws-agree-returned-fee
               end-if
               move "Agreement retrieved." to ws-error
           else
               move Customer-ID of Property-Record to
                 ws-agree-customer
               move spaces to ws-agree-type
               move Commission-Rate of Property-Record to
                 ws-agree-fee-rate
               move zero to ws-agree-fee-fixed
               move spaces to ws-agree-signed
               move spaces to ws-agree-sole-end
               move zero to ws-agree-notice-days
               move spaces to ws-agree-notice-given
               move spaces to ws-agree-cancel-date
               move zero to ws-agree-returned-fee
               move "No agreement on file - key the terms and save."
                 to ws-error
           end-if
           perform p570-show-state.

       p250-save-agreement.
           perform p560-validate-agreement
           if not valid-agreement
               exit paragraph
           end-if
           open i-o agreefile
           if file-status = "35"
               close agreefile
               open output agreefile
               close agreefile
               open i-o agreefile
           end-if
           move "N" to ws-agree-exists
           move "0" to invalid-data
           move ws-agree-property-id to Agree-Property-ID
           read agreefile
               invalid key
                   move "1" to invalid-data
           end-read
           if not key-not-found
               move "Y" to ws-agree-exists
           end-if
           move ws-agree-property-id to Agree-Property-ID
           move ws-agree-customer to Agree-Customer-ID
           move function upper-case (ws-agree-type) to Agree-Type
           move ws-agree-fee-rate to Agree-Fee-Rate
           move function numval (ws-agree-fee-fixed) to
             Agree-Fee-Fixed
           move ws-agree-signed to Agree-Signed-Date
           move ws-agree-sole-end to Agree-Sole-End
           move ws-agree-notice-days to Agree-Notice-Days
           move ws-agree-notice-given to Agree-Notice-Given
           move ws-agree-cancel-date to Agree-Cancel-Date
           move function numval (ws-agree-returned-fee) to
             Agree-Returned-Fee
           move ws-session-user-id to Agree-User-ID
           move ws-system-date to Agree-Updated
           if agree-exists
               rewrite Agree-Record
                   invalid key
                       continue
               end-rewrite
               move "UPDATE" to ws-audit-action
           else
               write Agree-Record
                   invalid key
                       continue
               end-write
               move "CREATE" to ws-audit-action
           end-if
           close agreefile

           move "AGREEMENT" to ws-audit-type
           move ws-agree-property-id to ws-audit-key
           perform p900-write-audit
           move "Agreement saved." to ws-error
           perform p570-show-state.

       p560-validate-agreement.

      *  AN AGREEMENT NEEDS A REAL PROPERTY, A TYPE AND A FEE. A
      *  SIGNED DATE, WHEN KEYED, MUST BE A REAL DATE NOT IN THE
      *  FUTURE; A SOLE AGENCY OR SOLE SELLING RIGHTS AGREEMENT THAT
      *  IS SIGNED MUST SAY WHEN ITS SOLE PERIOD ENDS. NOTICE GIVEN
      *  SETS THE CANCELLATION DATE AT THE END OF THE NOTICE PERIOD.
           move "N" to ws-valid-agreement
           perform p501-checkvalidproperty
           if not valid-property
               move "Enter a valid property reference." to ws-error
               exit paragraph
           end-if
           if ws-agree-property-id not equal ws-agree-loaded-id
               perform p240-read-agreement
               move "Property changed - check the terms and save."
                 to ws-error
               exit paragraph
           end-if
           if not agree-type-valid
               move "Agreement type must be S, R, M or L." to
                 ws-error
               exit paragraph
           end-if
           if ws-agree-fee-rate equal zero and
             function numval (ws-agree-fee-fixed) equal zero
               move "Key the agreed fee - a percentage or a fixed"
                 & " sum." to ws-error
               exit paragraph
           end-if
           if ws-agree-signed not equal spaces
               if function trim (ws-agree-signed) is not numeric
                   move "Signed date must be YYYYMMDD." to ws-error
                   exit paragraph
               end-if
               move function numval (ws-agree-signed) to
                 ws-date-digits
               if function test-date-yyyymmdd (ws-date-digits) not
                 equal zero or ws-agree-signed greater than
                 ws-system-date(1:8)
                   move "Signed date is not a valid past date." to
                     ws-error
                   exit paragraph
               end-if
           end-if
           if agree-type-sole and ws-agree-signed not equal spaces
             and ws-agree-sole-end equal spaces
               move "Key the date the sole agency period ends." to
                 ws-error
               exit paragraph
           end-if
           if ws-agree-sole-end not equal spaces
               if not agree-type-sole
                   move "Only a sole agreement has a sole period end."
                     to ws-error
                   exit paragraph
               end-if
               if function trim (ws-agree-sole-end) is not numeric
                   move "Sole agency end must be YYYYMMDD." to
                     ws-error
                   exit paragraph
               end-if
               move function numval (ws-agree-sole-end) to
                 ws-date-digits
               if function test-date-yyyymmdd (ws-date-digits) not
                 equal zero or ws-agree-sole-end not greater than
                 ws-agree-signed
                   move "Sole agency end must be a date after signing."
                     to ws-error
                   exit paragraph
               end-if
           end-if
           move spaces to ws-agree-cancel-date
           if ws-agree-notice-given not equal spaces
               if function trim (ws-agree-notice-given) is not
                 numeric
                   move "Notice given must be YYYYMMDD." to ws-error
                   exit paragraph
               end-if
               move function numval (ws-agree-notice-given) to
                 ws-date-digits
               if function test-date-yyyymmdd (ws-date-digits) not
                 equal zero or ws-agree-notice-given less than
                 ws-agree-signed
                   move "Notice given must be a date after signing."
                     to ws-error
                   exit paragraph
               end-if
               compute ws-cancel-int = function integer-of-date
                 (ws-date-digits) + ws-agree-notice-days
               move function date-of-integer (ws-cancel-int) to
                 ws-cancel-digits
               move ws-cancel-digits to ws-agree-cancel-date
           end-if
           move Customer-ID of Property-Record to ws-agree-customer
           move "Y" to ws-valid-agreement.

       p570-show-state.
           move ws-agree-property-id to ws-agr-property
           perform p929-check-agreement
           if agr-signed
               move "Signed - the listing may be published." to
                 ws-agree-state
           else
               move spaces to ws-agree-state
               string "Withheld - " ws-agr-reason
                 delimited by size into ws-agree-state
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

           copy "agreement-check.cpy".

       p501-checkvalidproperty.
           move "0" to ws-valid-property.
           if ws-agree-property-id not equal spaces
               if function trim (ws-agree-property-id) is not numeric
                   move spaces to ws-agree-property-id
                   move spaces to ws-property-name
               else
                   perform p511-read-property
               end-if
           end-if.

       p511-read-property.
           move "0" to invalid-data
           move function trim (ws-agree-property-id) to
             ws-numeric-reference
           move ws-numeric-reference to ws-agree-property-id
           open input propertyfile
           if file-status = "35"
               move "1" to invalid-data
           end-if

           move ws-agree-property-id to
             property-id of Property-Record
           read propertyfile
               invalid key
                   move "1" to invalid-data.
           if not key-not-found
               move Property-Address1 of Property-Record
                 to ws-property-name
               move "1" to ws-valid-property
           else
               move "Property record does not exist." to ws-error
               move spaces to ws-agree-property-id
               move spaces to ws-property-name
               move "0" to ws-valid-property
           end-if.

           close propertyfile.

       end program 335Agree.
