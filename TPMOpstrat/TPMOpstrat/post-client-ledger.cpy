      *  CLIENT MONEY LEDGER POSTING AND BALANCE - SHARED BY EVERY
      *  MODULE THAT MOVES CLIENT MONEY. P907 POSTS ONE MOVEMENT
      *  UNDER THE NEXT CLIENTLED REFERENCE. P908 RETURNS THE
      *  CLIENT'S BALANCE AND WHETHER (AND FOR HOW MUCH) A MOVEMENT
      *  OF THE GIVEN TYPE AND SOURCE IS ALREADY ON THEIR LEDGER
      *  (ANY SOURCE WHEN THE SOURCE IS LEFT BLANK), SO A CALLER CAN
      *  REFUSE A PAYMENT THAT WOULD OVERDRAW THE CLIENT AND NEVER
      *  POSTS THE SAME MOVEMENT TWICE.
       p907-post-client-ledger.
           if ws-cled-client equal spaces or
             ws-cled-amount equal zero
               exit paragraph
           end-if
           move "0" to ws-cled-seq-missing
           open i-o seqctlfile
           if file-status = "35"
               close seqctlfile
               open output seqctlfile
               close seqctlfile
               open i-o seqctlfile
           end-if
           move "CLIENTLED " to Seq-Key
           read seqctlfile
               invalid key
                   move "1" to ws-cled-seq-missing
           end-read
           if cled-seq-missing
               move 1 to Seq-Next-Value
               move "CLIENTLED " to Seq-Key
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
           move Seq-Next-Value to ws-cled-numeric

           open i-o cledfile
           if file-status = "35"
               close cledfile
               open output cledfile
               close cledfile
               open i-o cledfile
           end-if
           move spaces to Cled-Record
           move ws-cled-numeric to Cled-ID
           move ws-cled-client to Cled-Client-ID
           move ws-system-date(1:8) to Cled-Date
           move ws-cled-type to Cled-Type
           move ws-cled-amount to Cled-Amount
           move ws-cled-property to Cled-Property-ID
           move ws-cled-source to Cled-Source-Ref
           move ws-session-user-id to Cled-User-ID
           move ws-system-date to Cled-Posted
           write Cled-Record
               invalid key
                   continue
           end-write
           close cledfile.

       p908-client-balance.
           move zero to ws-cled-balance
           move zero to ws-cled-matched
           move "N" to ws-cled-already
           move "0" to ws-cled-eof
           open input cledfile
           if file-status = "35"
               exit paragraph
           end-if
           move ws-cled-client to Cled-Client-ID
           start cledfile key = Cled-Client-ID
               invalid key
                   move "1" to ws-cled-eof
           end-start
           perform until cled-eof
               read cledfile next record
                   at end
                       move "1" to ws-cled-eof
                   not at end
                       if Cled-Client-ID not equal ws-cled-client
                           move "1" to ws-cled-eof
                       else
                           add Cled-Amount to ws-cled-balance
                           if Cled-Type equal ws-cled-type and
                             (Cled-Source-Ref equal ws-cled-source or
                             ws-cled-source equal spaces)
                               move "Y" to ws-cled-already
                               add Cled-Amount to ws-cled-matched
                           end-if
                       end-if
               end-read
           end-perform
           close cledfile.
