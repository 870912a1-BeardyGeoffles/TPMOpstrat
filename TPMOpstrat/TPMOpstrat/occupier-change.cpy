      *  CHANGE OF OCCUPIER - SHARED BY THE TENANCY AND SALES
      *  PROGRESSION SCREENS. P926 RECORDS THE OCCUPANCY CHANGE (OR
      *  UPDATES THE ONE ALREADY RECORDED FOR THE SAME SOURCE AND
      *  EVENT WITH ANY READINGS SINCE TAKEN) AND P927 QUEUES EACH
      *  NOTIFICATION NOT YET SENT - THE COUNCIL TAX OFFICE AT ONCE,
      *  EACH SUPPLIER ONCE ITS READING IS IN. THE CALLER NEEDS
      *  OCCFILE, SEQCTLFILE AND COMMSQFILE SELECTED AND ITS OWN
      *  P925-QUEUE-COMMUNICATION.
       p926-record-occupier-change.
           if ws-occ-property equal spaces or ws-occ-event equal
             spaces
               exit paragraph
           end-if
           move "N" to ws-occ-found
           move "0" to ws-occ-eof
           open i-o occfile
           if file-status = "35"
               close occfile
               open output occfile
               close occfile
               open i-o occfile
           end-if
           perform until occ-eof
               read occfile next record
                   at end
                       move "1" to ws-occ-eof
                   not at end
                       if Occ-Source-Ref equal ws-occ-source and
                         Occ-Event equal ws-occ-event and
                         Occ-Property-ID equal ws-occ-property
                           move "Y" to ws-occ-found
                           move "1" to ws-occ-eof
                       end-if
               end-read
           end-perform
           if not occ-found
               close occfile
               perform p928-generate-occupier-reference
               open i-o occfile
               move spaces to Occ-Record
               move ws-occ-reference to Occ-ID
               move ws-occ-property to Occ-Property-ID
               move ws-occ-event to Occ-Event
               move ws-occ-source to Occ-Source-Ref
           end-if
           move ws-occ-effective to Occ-Effective
           move ws-occ-outgoing to Occ-Outgoing-ID
           move ws-occ-incoming to Occ-Incoming-ID
           if ws-occ-gas not equal spaces
               move ws-occ-gas to Occ-Gas-Reading
           end-if
           if ws-occ-elec not equal spaces
               move ws-occ-elec to Occ-Elec-Reading
           end-if
           if ws-occ-water not equal spaces
               move ws-occ-water to Occ-Water-Reading
           end-if
           move ws-session-user-id to Occ-User-ID
           move ws-system-date to Occ-Recorded
           perform p927-notify-occupier-change
           if occ-found
               rewrite Occ-Record
                   invalid key
                       continue
               end-rewrite
               move "UPDATE" to ws-audit-action
           else
               write Occ-Record
                   invalid key
                       continue
               end-write
               move "CREATE" to ws-audit-action
           end-if
           move Occ-ID to ws-occ-reference
           close occfile

           move "OCCUPIER" to ws-audit-type
           move ws-occ-reference to ws-audit-key
           perform p900-write-audit.

       p927-notify-occupier-change.

      *  THE NEW OCCUPIER IS THE CUSTOMER ON EACH NOTIFICATION; THE
      *  OCCUPANCY CHANGE REFERENCE RIDES ON THE DOCUMENT REFERENCE.
           move ws-occ-incoming to ws-occ-party
           if ws-occ-party equal spaces
               move ws-occ-outgoing to ws-occ-party
           end-if
           move ws-occ-party to ws-comms-cust
           move ws-occ-property to ws-comms-prop
           move Occ-ID to ws-comms-docref
           if Occ-Comms-Council equal spaces
               move "COTCOUNCIL" to ws-comms-type
               perform p925-queue-communication
               move ws-comms-numeric to Occ-Comms-Council
           end-if
           if Occ-Comms-Gas equal spaces and
             Occ-Gas-Reading not equal spaces
               move "COTGAS" to ws-comms-type
               perform p925-queue-communication
               move ws-comms-numeric to Occ-Comms-Gas
           end-if
           if Occ-Comms-Elec equal spaces and
             Occ-Elec-Reading not equal spaces
               move "COTELEC" to ws-comms-type
               perform p925-queue-communication
               move ws-comms-numeric to Occ-Comms-Elec
           end-if
           if Occ-Comms-Water equal spaces and
             Occ-Water-Reading not equal spaces
               move "COTWATER" to ws-comms-type
               perform p925-queue-communication
               move ws-comms-numeric to Occ-Comms-Water
           end-if
           move spaces to ws-comms-docref.

       p928-generate-occupier-reference.
           move "0" to ws-occ-seq-missing
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "OCCUPIER  " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to ws-occ-seq-missing
           end-read
           if occ-seq-missing
               move 1 to Seq-Next-Value
               move "OCCUPIER  " to Seq-Key
               write Seq-Record
                   invalid key
                       continue
               end-write
           else
               add 1 to Seq-Next-Value
               rewrite Seq-Record
                   invalid key
                       continue
               end-rewrite
           end-if
           close seqctlfile
           move Seq-Next-Value to ws-occ-numeric
           move ws-occ-numeric to ws-occ-reference.
