              file status file-status
              record key Solicitor-ID OF Solicitor-Record.

              select offerfile assign dynamic ws-path-offerfile
              organization indexed
              access dynamic
              file status file-status
              record key Offer-ID OF Offer-Record.

              select commsqfile assign dynamic ws-path-commsqfile
              organization indexed
              access dynamic
              file status file-status
              record key Comms-ID OF Comms-Record.

              select seqctlfile assign dynamic ws-path-seqctlfile
              organization indexed
              access dynamic
              file status file-status
              record key Seq-Key OF Seq-Record.

              select occfile assign dynamic ws-path-occfile
              organization indexed
              access dynamic
              file status file-status
              record key Occ-ID OF Occ-Record.

              select auditfile assign dynamic ws-path-auditfile
              organization line sequential
              file status file-status.
       fd solicitorfile.
       copy "solicitorrec.cpy".

       fd offerfile.
       copy "offerrec.cpy".

       fd commsqfile.
       copy "commsqrec.cpy".

       fd seqctlfile.
       copy "seqrec.cpy".

       fd occfile.
       copy "occupierrec.cpy".

       fd auditfile.
       copy "auditrec.cpy".

       01 ws-manage-panel PIC X(1) value "N".
         88 manage-panel value "Y" "y".
       01 ws-property-name pic x(30) value spaces.
       01 ws-vendor-id pic x(10) value spaces.
       01 ws-buyer-id pic x(10) value spaces.
       01 ws-progress-saved pic x(1) value "N".
         88 progress-saved value "Y".
       01 ws-comms-type pic x(10) value spaces.
       01 ws-comms-cust pic x(10) value spaces.
       01 ws-comms-prop pic x(10) value spaces.
       01 ws-comms-numeric pic 9(10) value zero.
       01 ws-comms-docref pic x(10) value spaces.
       01 ws-save-changes PIC X(1) value "N".
         88 save-changes value "Y" "y".
       01 user-option PIC X(1) value space.
       01 ws-path-progressfile pic x(60) value spaces.
       01 ws-path-solicitorfile pic x(60) value spaces.
       01 ws-path-propertyfile pic x(60) value spaces.
       01 ws-path-offerfile pic x(60) value spaces.
       01 ws-path-commsqfile pic x(60) value spaces.
       01 ws-path-seqctlfile pic x(60) value spaces.
       01 ws-path-occfile pic x(60) value spaces.
       01 ws-path-auditfile pic x(60) value spaces.
       copy "data-dir.cpy".
       01 ws-numeric-reference pic 9(10) value 0.
       01 ws-audit-action pic x(10) value spaces.

       copy "audit-chain-variables.cpy".

       copy "occupier-change-variables.cpy".
       01 ws-fileio-last-status pic xx value spaces.

       Screen section.
         03 line 13 col 2 value "Completed:           [".
         03 pic x(8) using ws-completion-date highlight prompt " ".
         03 value "]".
         03 line 14 col 2 value "Completion meters Gas: [".
         03 pic x(10) using ws-occ-gas highlight prompt " ".
         03 value "] Elec: [".
         03 pic x(10) using ws-occ-elec highlight prompt " ".
         03 value "] Water: [".
         03 pic x(10) using ws-occ-water highlight prompt " ".
         03 value "]".
         03 line 15 col 2 value "Expected completion: [".
         03 pic x(8) using ws-expected-completion highlight
           prompt " ".
             delimited by size into ws-path-solicitorfile
           string function trim (ws-data-dir) "Properties.dat"
             delimited by size into ws-path-propertyfile
           string function trim (ws-data-dir) "offers.dat"
             delimited by size into ws-path-offerfile
           string function trim (ws-data-dir) "commsq.dat"
             delimited by size into ws-path-commsqfile
           string function trim (ws-data-dir) "seqctl.dat"
             delimited by size into ws-path-seqctlfile
           string function trim (ws-data-dir) "occupiers.dat"
             delimited by size into ws-path-occfile
           string function trim (ws-data-dir) "audit.log"
             delimited by size into ws-path-auditfile.

                   if save-changes
                       perform p250-save-progress
                       move "N" to ws-save-changes
                       if progress-saved and
                         ws-completion-date is numeric
                           perform p560-record-completion
                       end-if
                   else
                       perform p240-read-progress
                   end-if

      *  WRITE-OR-REWRITE - THE FIRST SAVE FOR A SOLD PROPERTY CREATES
      *  ITS PROGRESSION ROW, EVERY LATER SAVE UPDATES IT IN PLACE.
           move "N" to ws-progress-saved
           open i-o progressfile
           if file-status = "35"
               close progressfile
                       close progressfile
                   not invalid key
                       move "Progression record updated." to ws-error
                       move "Y" to ws-progress-saved
                       perform p990-check-file-status
                       close progressfile
                       move "PROGRESS" to ws-audit-type
                   not invalid key
                       move "Y" to ws-progress-found
                       move "Progression record created." to ws-error
                       move "Y" to ws-progress-saved
                       perform p990-check-file-status
                       close progressfile
                       move "PROGRESS" to ws-audit-type
               move "(not on panel file)" to ws-buyer-firm-name
           end-if.

       p560-record-completion.

      *  COMPLETION HANDS THE PROPERTY FROM THE VENDOR TO THE BUYER
      *  ON THE ACCEPTED OFFER. SAVING AGAIN WITH READINGS ADDED
      *  UPDATES THE SAME CHANGE AND QUEUES THE SUPPLIER NOTICES
      *  STILL WAITING FOR THEM.
           perform p561-find-buyer
           move ws-progress-property-id to ws-occ-property
           move "C" to ws-occ-event
           move ws-progress-property-id to ws-occ-source
           move ws-completion-date to ws-occ-effective
           move ws-vendor-id to ws-occ-outgoing
           move ws-buyer-id to ws-occ-incoming
           perform p926-record-occupier-change
           move spaces to ws-occ-gas
           move spaces to ws-occ-elec
           move spaces to ws-occ-water
           move spaces to ws-error
           string "Completion recorded on occupancy change "
             ws-occ-reference " - notices queued."
             delimited by size into ws-error.

       p561-find-buyer.
           move spaces to ws-buyer-id
           move "0" to end-of-file
           open input offerfile
           if file-status = "35"
               move "1" to end-of-file
           end-if
           perform until eof
               read offerfile next record
                   at end
                       move "1" to end-of-file
                   not at end
                       if Offer-Property-ID equal
                         ws-progress-property-id and
                         Offer-Status equal "A"
                           move Offer-Customer-ID to ws-buyer-id
                       end-if
               end-read
           end-perform
           close offerfile.

       p925-queue-communication.

      *  REGISTERS THE LETTER ON THE OUTBOUND COMMS QUEUE UNDER
      *  THE NEXT COMMS REFERENCE - SAME SHAPE AS THE OTHER
      *  MODULES.
           move "0" to invalid-data
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "COMMS     " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to invalid-data
           end-read
           if key-not-found
               move 1 to Seq-Next-Value
               move "COMMS     " to Seq-Key
               write Seq-Record
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-comms-numeric

           open i-o commsqfile
           if file-status = "35"
               close commsqfile
               open output commsqfile
               close commsqfile
               open i-o commsqfile
           end-if
           move ws-comms-numeric to Comms-ID
           move ws-comms-type to Comms-Type
           move ws-comms-cust to Comms-Cust-ID
           move ws-comms-prop to Comms-Property-ID
           move ws-system-date to Comms-Created
           move spaces to Comms-Sent
           move ws-comms-docref to Comms-Doc-Ref
           move "Q" to Comms-Status
           write Comms-Record
               invalid key
                   continue
           end-write
           close commsqfile.

       p990-check-file-status.

      *  SURFACES AND LOGS ANY FILE-STATUS CODE OTHER THAN SUCCESS

           copy "write-audit-chained.cpy".

           copy "occupier-change.cpy".

       p501-checkvalidproperty.
           move "0" to ws-valid-property.
           if ws-progress-property-id not equal spaces
           if not key-not-found
               move Property-Address1 of Property-Record
                 to ws-property-name
               move Customer-ID of Property-Record to ws-vendor-id
               move "1" to ws-valid-property
           else
               move "Property record does not exist." to ws-error
