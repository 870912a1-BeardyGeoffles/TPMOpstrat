              file status file-status
              record key Period-Key OF Period-Record.

              select sdltbandfile assign dynamic
                ws-path-sdltbandfile
              organization indexed
              access dynamic
              file status file-status
              record key Sdltband-Key OF Sdltband-Record.

       data division.

       file section.
       fd periodfile.
       copy "periodrec.cpy".

       fd sdltbandfile.
       copy "sdltbandrec.cpy".

       working-storage section.

       01 ws-Offer-Record.
           88 valid-offer-sale-status value "N" "n" "F" "f"
             "U" "u" "E" "e" " ".
         05 ws-offer-sol-instructed pic x(1) value spaces.
         05 ws-offer-notice-raised pic x(8) value spaces.
         05 ws-offer-notice-sent pic x(8) value spaces.
         05 ws-offer-vendor-ack pic x(8) value spaces.
         05 ws-offer-first-time pic x(1) value "N".
         05 ws-offer-additional pic x(1) value "N".
         05 ws-offer-non-resident pic x(1) value "N".
         05 ws-offer-sdlt-estimate pic 9(9) value zero.
       01 ws-offer-countered pic x(1) value "N".
         88 offer-countered value "Y".
       01 ws-offer-ack-recorded pic x(1) value "N".
         88 offer-ack-recorded value "Y".
       01 ws-notice-vendor-id pic x(10) value spaces.
       01 ws-notice-joint-id pic x(10) value spaces.
       01 ws-notice-items pic 9(3) value zero.
       01 ws-notice-gone pic 9(3) value zero.
       01 ws-notice-last-sent pic x(8) value spaces.
       01 ws-property-name pic x(30) value spaces.
       01 ws-cust-name pic x(30) value spaces.
       01 ws-new-Offer PIC X(1) value "N".
       01 ws-memo-vendor-firm pic x(10) value spaces.
       01 ws-memo-buyer-firm pic x(10) value spaces.
       01 ws-memo-amount-disp pic ZZZ,ZZZ,ZZ9.99 value zero.
       01 ws-memo-sdlt-basis pic x(30) value spaces.
       01 ws-progress-existed pic x(1) value "N".
         88 progress-existed value "Y".
       01 user-option PIC X(1) value space.
       01 ws-sold-price-plain pic 9(9)v99 value zero.
       01 ws-commission-plain pic 9(9)v99 value zero.
       01 ws-path-periodfile pic x(60) value spaces.
       01 ws-path-sdltbandfile pic x(60) value spaces.

       copy "sdlt-calc-variables.cpy".
       01 ws-completion-blocked pic x(1) value "N".
         88 completion-blocked value "Y".
       01 ws-asking-plain pic 9(9)v99 value zero.
       01 ws-aml-party-id pic x(10) value spaces.
       01 ws-aml-party-ok pic x(1) value "N".
         88 aml-party-ok value "Y".
       01 ws-aml-sanction-hit pic x(1) value "N".
         88 aml-sanction-hit value "Y".

       01 ws-offer-list-count pic 9(2) value zero.
       01 ws-offer-list-idx pic 9(2) value zero.
         03 line 6 col 30 value "Sealed bid?: [".
         03 pic x(1) using ws-offer-sealed highlight prompt " ".
         03 value "]".
         03 line 6 col 48 value "Notice sent: ".
         03 pic x(8) from ws-offer-notice-sent.
         03 line 7 col 2 value "Offer no:         [".
         03 pic x(10) using ws-Offer-ID highlight prompt " ".
         03 value "]   Leave blank if new offer".
         03 pic ZZZ,ZZZ,ZZZ.ZZ using ws-offer-amount highlight
           prompt " ".
         03 value "]".
         03 line 9 col 38 value "SDLT FTB[".
         03 pic x(1) using ws-offer-first-time highlight prompt " ".
         03 value "]Add[".
         03 pic x(1) using ws-offer-additional highlight prompt " ".
         03 value "]NR[".
         03 pic x(1) using ws-offer-non-resident highlight
           prompt " ".
         03 value "] Est ".
         03 pic x(11) from ws-sdlt-estimate-disp.
         03 line 10 col 2 value "Offer date:       [".
         03 pic x(8) using ws-offer-date highlight prompt " ".
         03 value "] YYYYMMDD - leave blank for today".
         03 line 12 col 2 value "Accept offer?:    [".
         03 pic x(1) using ws-accept-offer highlight prompt " ".
         03 value "]   Accepting marks the property Sold".
         03 line 12 col 59 value "Vendor ack[".
         03 pic x(8) using ws-offer-vendor-ack highlight prompt " ".
         03 value "]".
         03 line 13 col 2 value "Save changes?:    [".
         03 pic x(1) using ws-save-changes highlight prompt " ".
         03 value "]".
           string function trim (ws-data-dir) "pricehist.log"
             delimited by size into ws-path-pricehistfile
           string function trim (ws-data-dir) "periods.dat"
             delimited by size into ws-path-periodfile
           string function trim (ws-data-dir) "sdltbands.dat"
             delimited by size into ws-path-sdltbandfile.

       p200-process.
           perform p210-getsystemdate
               if ws-offer-date equal spaces
                   move ws-system-date(1:8) to ws-offer-date
               end-if
               perform p225-estimate-sdlt
               if new-Offer
                   move spaces to ws-Offer-ID
                   if valid-property and valid-customer and
           move spaces to ws-offer-sol-instructed
           move spaces to ws-split-user-id
           move zero to ws-split-percent
           move spaces to ws-offer-notice-raised
           move spaces to ws-offer-notice-sent
           move spaces to ws-offer-vendor-ack
           move "N" to ws-offer-first-time
           move "N" to ws-offer-additional
           move "N" to ws-offer-non-resident
           move zero to ws-offer-sdlt-estimate
           move spaces to ws-sdlt-estimate-disp
           move spaces to ws-cust-name.

       p225-estimate-sdlt.

      *  THE BUYER'S STAMP DUTY ON THE OFFER AMOUNT, FROM THE BANDS
      *  IN FORCE TODAY. ANYTHING BUT Y IN A CIRCUMSTANCE FLAG -
      *  INCLUDING OFFERS TAKEN BEFORE THE FLAGS EXISTED - IS A NO.
           move function upper-case (ws-offer-first-time) to
             ws-offer-first-time
           move function upper-case (ws-offer-additional) to
             ws-offer-additional
           move function upper-case (ws-offer-non-resident) to
             ws-offer-non-resident
           if ws-offer-first-time not equal "Y"
               move "N" to ws-offer-first-time
           end-if
           if ws-offer-additional not equal "Y"
               move "N" to ws-offer-additional
           end-if
           if ws-offer-non-resident not equal "Y"
               move "N" to ws-offer-non-resident
           end-if
           move ws-system-date(1:8) to ws-sdlt-date
           move ws-offer-amount to ws-sdlt-price
           move ws-offer-first-time to ws-sdlt-first-time
           move ws-offer-additional to ws-sdlt-additional
           move ws-offer-non-resident to ws-sdlt-non-resident
           perform p959-sdlt-estimate
           move ws-sdlt-estimate to ws-offer-sdlt-estimate.

       p230-save-new-Offer.
           perform p270-generate-reference
           move ws-system-date(1:8) to ws-offer-notice-raised
           move spaces to ws-offer-notice-sent
           move spaces to ws-offer-vendor-ack
           open i-o offerfile
           if file-status = "35"
               close offerfile
           move "OFFER" to ws-audit-type
           move ws-Offer-ID to ws-audit-key
           move "CREATE" to ws-audit-action
           perform p900-write-audit
           perform p590-queue-offer-notice.

       p240-read-Offer.
           move "0" to invalid-data
           end-if
           if not key-not-found
               move Offer-Record to ws-Offer-Record
               perform p225-estimate-sdlt
               move "Offer record retrieved." to ws-error
               if ws-offer-notice-raised not equal spaces and
                 ws-offer-notice-sent equal spaces
                   perform p595-refresh-notice-sent
               end-if
               perform p501-checkvalidproperty
               perform p502-checkvalidcustomer
           else

       p250-update-Offer.
           open i-o offerfile
           move "N" to ws-offer-countered
           move "N" to ws-offer-ack-recorded
           move ws-Offer-ID to Offer-ID
           read offerfile
               invalid key
                   continue
               not invalid key
                   perform p592-check-counter-and-ack
           end-read
           move ws-Offer-Record to Offer-Record
           rewrite Offer-Record
               invalid key
                   move "OFFER" to ws-audit-type
                   move ws-Offer-ID to ws-audit-key
                   move "UPDATE" to ws-audit-action
                   perform p900-write-audit
                   if offer-ack-recorded
                       move "OFFER" to ws-audit-type
                       move ws-Offer-ID to ws-audit-key
                       move "VENDORACK" to ws-audit-action
                       perform p900-write-audit
                   end-if
                   if offer-countered
                       perform p590-queue-offer-notice
                       move "Offer updated - counter-offer notice"
                         & " queued to the vendor." to ws-error
                   end-if.

       p592-check-counter-and-ack.

      *  A COUNTER - THE OFFER MOVED TO C, OR ITS FIGURE CHANGED
      *  WHILE AT C - IS A NEW OFFER THE VENDOR MUST BE TOLD OF IN
      *  WRITING, SO THE NOTICE DATES START AGAIN. AN
      *  ACKNOWLEDGEMENT DATE KEYED FOR THE FIRST TIME IS AUDITED;
      *  ONE THAT IS NOT A DATE IS PUT BACK AS IT WAS.
           if ws-offer-vendor-ack not equal spaces and
             ws-offer-vendor-ack is not numeric
               move Offer-Vendor-Ack to ws-offer-vendor-ack
           end-if
           if ws-offer-status equal "C" and
             (function upper-case (Offer-Status) not equal "C" or
             Offer-Amount not equal ws-offer-amount)
               move "Y" to ws-offer-countered
               move ws-system-date(1:8) to ws-offer-notice-raised
               move spaces to ws-offer-notice-sent
               move spaces to ws-offer-vendor-ack
           else
               if Offer-Vendor-Ack equal spaces and
                 ws-offer-vendor-ack not equal spaces
                   move "Y" to ws-offer-ack-recorded
               end-if
           end-if.

       p590-queue-offer-notice.

      *  THE WRITTEN OFFER NOTICE - ONE LETTER TO THE VENDOR AND ONE
      *  TO THE JOINT OWNER WHERE THE LISTING HAS ONE, EACH CARRYING
      *  THE OFFER REFERENCE SO THE DAILY CHECK CAN TELL WHEN THEY
      *  WENT OUT.
           move spaces to ws-notice-vendor-id
           move spaces to ws-notice-joint-id
           move "0" to invalid-data
           open input PropertyFile
           if file-status = "35"
               move "1" to invalid-data
           end-if
           move ws-offer-property-id to Property-ID of Property-Record
           read PropertyFile
               invalid key
                   move "1" to invalid-data
           end-read
           close PropertyFile
           if key-not-found
               exit paragraph
           end-if
           move Customer-ID of Property-Record to ws-notice-vendor-id
           move Second-Customer-ID of Property-Record to
             ws-notice-joint-id

           move "OFFERNOTE" to ws-comms-type
           move ws-offer-property-id to ws-comms-prop
           move ws-Offer-ID to ws-comms-docref
           if ws-notice-vendor-id not equal spaces
               move ws-notice-vendor-id to ws-comms-cust
               perform p925-queue-communication
           end-if
           if ws-notice-joint-id not equal spaces and
             ws-notice-joint-id not equal ws-notice-vendor-id
               move ws-notice-joint-id to ws-comms-cust
               perform p925-queue-communication
           end-if
           move spaces to ws-comms-docref

           move "OFFER" to ws-audit-type
           move ws-Offer-ID to ws-audit-key
           move "NOTICE" to ws-audit-action
           perform p900-write-audit.

       p595-refresh-notice-sent.

      *  THE NOTICE COUNTS AS SENT ONCE EVERY LETTER QUEUED FOR THE
      *  CURRENT NOTICE HAS BEEN PRINTED OR EMAILED; THE LAST ONE
      *  OUT DATES IT.
           move zero to ws-notice-items
           move zero to ws-notice-gone
           move spaces to ws-notice-last-sent
           move "0" to end-of-file
           open input commsqfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read commsqfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Comms-Type equal "OFFERNOTE" and
                         Comms-Doc-Ref equal ws-Offer-ID and
                         Comms-Created(1:8) not less than
                         ws-offer-notice-raised
                           add 1 to ws-notice-items
                           if Comms-Sent not equal spaces and
                             not comms-queued and
                             not comms-at-gateway and
                             Comms-Status not equal "F" and
                             Comms-Status not equal "f"
                               add 1 to ws-notice-gone
                               if Comms-Sent(1:8) greater than
                                 ws-notice-last-sent
                                   move Comms-Sent(1:8) to
                                     ws-notice-last-sent
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close commsqfile
           if ws-notice-items greater than zero and
             ws-notice-gone equal ws-notice-items
               move ws-notice-last-sent to ws-offer-notice-sent
           end-if.

       p270-generate-reference.
           move "0" to invalid-data
               move "no sol" to ws-cmp-sol-word
           end-if

      *  THE BUYER'S STAMP DUTY BEARS ON WHAT THEY CAN REALLY PAY,
      *  SO EACH LINE CARRIES TODAY'S ESTIMATE FOR THEIR OFFER.
           move ws-system-date(1:8) to ws-sdlt-date
           move Offer-Amount of Offer-Record to ws-sdlt-price
           move Offer-First-Time-Buyer to ws-sdlt-first-time
           move Offer-Additional-Prop to ws-sdlt-additional
           move Offer-Non-Resident to ws-sdlt-non-resident
           perform p959-sdlt-estimate

           move Offer-Amount of Offer-Record to ws-bid-amount-disp
           move spaces to Offcompare-Text
           string "  " Offer-ID of Offer-Record
             " " ws-cmp-funding-word
             " " ws-cmp-chain-word
             " " ws-cmp-sol-word
             " SDLT " ws-sdlt-estimate-disp
             delimited by size into Offcompare-Text
           write Offcompare-Line.

           string "Sale price: " ws-memo-amount-disp
             delimited by size into Memo-Text
           write Memo-Line
           perform p225-estimate-sdlt
           move spaces to ws-memo-sdlt-basis
           evaluate TRUE
               when ws-offer-non-resident equal "Y" and
                 ws-offer-additional equal "Y"
                   move " (additional + non-resident)" to
                     ws-memo-sdlt-basis
               when ws-offer-non-resident equal "Y"
                   move " (non-resident rates)" to ws-memo-sdlt-basis
               when ws-offer-additional equal "Y"
                   move " (additional property rates)" to
                     ws-memo-sdlt-basis
               when ws-offer-first-time equal "Y"
                   move " (first-time buyer)" to ws-memo-sdlt-basis
           end-evaluate
           move spaces to Memo-Text
           string "Stamp duty estimate (buyer): "
             function trim (ws-sdlt-estimate-disp)
             ws-memo-sdlt-basis
             delimited by size into Memo-Text
           write Memo-Line
           move spaces to Memo-Text
           string "Vendor's solicitor ref: " ws-memo-vendor-firm
             delimited by size into Memo-Text

       p925-queue-communication.

      *  REGISTERS ONE MEMORANDUM COPY OR OFFER LETTER ON THE
      *  OUTBOUND COMMS QUEUE UNDER THE NEXT COMMS REFERENCE - SAME
      *  SHAPE AS THE OTHER MODULES.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               perform p553-check-party-aml
               if not aml-party-ok
                   move "Y" to ws-completion-blocked
                   if aml-sanction-hit
                       move
                         "Sanctions match confirmed - use Manage"
                         & " Property with an override." to ws-error
                   else
                       move
                         "Verification missing/expired - complete"
                         & " on Manage Property with an override."
                         to ws-error
                   end-if
               end-if
           end-if
           if not completion-blocked
               perform p553-check-party-aml
               if not aml-party-ok
                   move "Y" to ws-completion-blocked
                   if aml-sanction-hit
                       move
                         "Sanctions match confirmed - use Manage"
                         & " Property with an override." to ws-error
                   else
                       move
                         "Verification missing/expired - complete"
                         & " on Manage Property with an override."
                         to ws-error
                   end-if
               end-if
           end-if.

       p553-check-party-aml.

      *  A PARTY IS VERIFIED WHEN A CHECK DATE IS ON FILE AND THE
      *  CHECK HAS NOT EXPIRED AGAINST TODAY, AND THE PARTY IS NOT
      *  A CONFIRMED SANCTIONS OR PEP MATCH.
           move "N" to ws-aml-party-ok
           move "N" to ws-aml-sanction-hit
           if ws-aml-party-id not equal spaces
               move "0" to invalid-data
               open input custfile
                     ws-system-date (1:8)
                       move "Y" to ws-aml-party-ok
                   end-if
                   if cust-screen-hit of custrec
                       move "N" to ws-aml-party-ok
                       move "Y" to ws-aml-sanction-hit
                   end-if
               end-if
               close custfile
           end-if.

           copy "write-journal.cpy".

           copy "sdlt-calc.cpy".

       p501-checkvalidproperty.
           move "0" to ws-valid-property.
           if ws-offer-property-id not equal spaces
