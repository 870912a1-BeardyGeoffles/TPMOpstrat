      *  POSTCODE ADDRESS FILE LOOKUP - SHARED BY THE CUSTOMER,
      *  PROPERTY AND APPRAISAL SCREENS AND THE ADDRESS CHECK RUN.
      *  THE CALLER NEEDS PAFFILE SELECTED (NOT OPEN). THE POSTCODE
      *  IS LOOKED UP WITHOUT SPACES AND IN CAPITALS, SO "sw1a1aa"
      *  FINDS "SW1A 1AA"; THE ADDRESS KEYED IS MATCHED ON LINE 1,
      *  CAPITALS AND LEADING SPACES IGNORED, CUT TO THE WIDTH OF
      *  THE CALLER'S ADDRESS FIELD.
       p947-paf-postcode-key.
           move spaces to ws-paf-key-pc
           move zero to ws-paf-key-len
           perform varying ws-paf-sub from 1 by 1
             until ws-paf-sub greater than 10
               if ws-paf-postcode (ws-paf-sub:1) not equal space and
                 ws-paf-key-len less than 8
                   add 1 to ws-paf-key-len
                   move function upper-case
                     (ws-paf-postcode (ws-paf-sub:1)) to
                     ws-paf-key-pc (ws-paf-key-len:1)
               end-if
           end-perform.

       p948-paf-load-postcode.

      *  EVERY ADDRESS AT THE POSTCODE, UP TO SIXTY - MORE THAN
      *  THAT IS FLAGGED. NO REFERENCE FILE LOADED AT ALL IS FLAGGED
      *  SEPARATELY, SO NOTHING IS MARKED UNKNOWN BEFORE THE FIRST
      *  ISSUE ARRIVES.
           move zero to ws-paf-count
           move "N" to ws-paf-more
           move "N" to ws-paf-file-missing
           move spaces to ws-paf-table
           perform p947-paf-postcode-key
           if ws-paf-key-pc equal spaces
               exit paragraph
           end-if
           open input paffile
           if file-status = "35"
               close paffile
               move "Y" to ws-paf-file-missing
               exit paragraph
           end-if
           move ws-paf-key-pc to Paf-Postcode-Key
           move zero to Paf-Seq
           move "0" to ws-paf-eof
           start paffile key not less than Paf-Key
               invalid key
                   move "1" to ws-paf-eof
           end-start
           perform until paf-eof
               read paffile next record
                   at end
                       move "1" to ws-paf-eof
                   not at end
                       if Paf-Postcode-Key not equal ws-paf-key-pc
                           move "1" to ws-paf-eof
                       else
                           if ws-paf-count equal 60
                               move "Y" to ws-paf-more
                               move "1" to ws-paf-eof
                           else
                               add 1 to ws-paf-count
                               move Paf-Postcode to
                                 ws-paf-entry-postcode (ws-paf-count)
                               move Paf-Address1 to
                                 ws-paf-entry-address1 (ws-paf-count)
                               move Paf-Address2 to
                                 ws-paf-entry-address2 (ws-paf-count)
                           end-if
                       end-if
               end-read
           end-perform
           close paffile.

       p949-paf-match-address.

      *  WS-PAF-SUB COMES BACK AS THE ENTRY WHOSE LINE 1 IS THE
      *  ADDRESS KEYED, OR ZERO WHEN NONE IS.
           move function upper-case (function trim (ws-paf-address1))
             to ws-paf-keyed
           perform varying ws-paf-sub from 1 by 1
             until ws-paf-sub greater than ws-paf-count
               move ws-paf-entry-address1 (ws-paf-sub) to
                 ws-paf-listed
               if ws-paf-width less than 40
                   move spaces to ws-paf-listed (ws-paf-width + 1:)
               end-if
               if function upper-case (function trim (ws-paf-listed))
                 equal ws-paf-keyed and ws-paf-keyed not equal spaces
                   exit perform
               end-if
           end-perform
           if ws-paf-sub greater than ws-paf-count
               move zero to ws-paf-sub
           end-if.
