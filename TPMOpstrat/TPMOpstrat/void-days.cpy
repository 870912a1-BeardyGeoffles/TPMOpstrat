      *  VOID PERIODS FOR ONE PROPERTY - SHARED BY THE LETTINGS MI
      *  AND THE LANDLORD STATEMENTS. A VOID RUNS FROM THE DAY
      *  AFTER A TENANCY ENDS TO THE DAY BEFORE THE NEXT ONE ON THE
      *  SAME PROPERTY STARTS; A RENEWAL OR AN OVERLAPPING TENANCY
      *  LEAVES NO GAP. WITH NO LATER TENANCY THE VOID RUNS TO
      *  TODAY WHEN THE CALLER ALLOWS IT. THE CALLER NEEDS
      *  TENANCYFILE SELECTED (NOT OPEN) AND THE SYSTEM DATE SET.
       p912-property-void-days.
           move zero to ws-void-days
           move zero to ws-void-periods
           move zero to ws-void-let-count
           move zero to ws-void-let-days
           move zero to ws-void-tenancies
           if ws-void-property equal spaces or
             ws-void-from equal zero or
             ws-void-to less than ws-void-from
               exit paragraph
           end-if
           compute ws-void-from-int =
             function integer-of-date (ws-void-from)
           compute ws-void-to-int =
             function integer-of-date (ws-void-to)
           compute ws-void-today-int = function integer-of-date
             (function numval (ws-system-date(1:8)))

           move "0" to ws-void-eof
           open input tenancyfile
           if file-status = "35"
               move "1" to ws-void-eof
           end-if
           perform until void-eof
               read tenancyfile next record
                   at end
                       move "1" to ws-void-eof
                   not at end
                       if Tenancy-Property-ID of Tenancy-Record
                         equal ws-void-property and
                         Tenancy-Start of Tenancy-Record is numeric
                         and ws-void-tenancies less than 60
                           add 1 to ws-void-tenancies
                           compute ws-vd-start-int
                             (ws-void-tenancies) =
                             function integer-of-date (function
                             numval (Tenancy-Start of Tenancy-Record))
                           move zero to
                             ws-vd-end-int (ws-void-tenancies)
                           if Tenancy-End of Tenancy-Record
                             is numeric
                               compute ws-vd-end-int
                                 (ws-void-tenancies) =
                                 function integer-of-date
                                 (function numval
                                 (Tenancy-End of Tenancy-Record))
                           end-if
                       end-if
               end-read
           end-perform
           close tenancyfile

           perform varying ws-void-sub from 1 by 1
             until ws-void-sub greater than ws-void-tenancies
               if ws-vd-end-int (ws-void-sub) not equal zero
                   perform p913-void-after-tenancy
               end-if
           end-perform.

       p913-void-after-tenancy.
           compute ws-void-gap-start =
             ws-vd-end-int (ws-void-sub) + 1
           move "N" to ws-void-skip
           move zero to ws-void-next-start
      *  ANOTHER TENANCY ENDING THE SAME DAY HAS ALREADY COUNTED
      *  THIS GAP; ONE RUNNING ACROSS THE DAY MEANS THERE IS NONE.
           perform varying ws-void-sub2 from 1 by 1
             until ws-void-sub2 greater than ws-void-tenancies
               if ws-void-sub2 not equal ws-void-sub
                   if ws-void-sub2 less than ws-void-sub and
                     ws-vd-end-int (ws-void-sub2) equal
                     ws-vd-end-int (ws-void-sub)
                       move "Y" to ws-void-skip
                   end-if
                   if ws-vd-start-int (ws-void-sub2) not greater
                     than ws-void-gap-start and
                     (ws-vd-end-int (ws-void-sub2) equal zero or
                     ws-vd-end-int (ws-void-sub2) not less than
                     ws-void-gap-start)
                       move "Y" to ws-void-skip
                   end-if
                   if ws-vd-start-int (ws-void-sub2) greater than
                     ws-void-gap-start and
                     (ws-void-next-start equal zero or
                     ws-vd-start-int (ws-void-sub2) less than
                     ws-void-next-start)
                       move ws-vd-start-int (ws-void-sub2) to
                         ws-void-next-start
                   end-if
               end-if
           end-perform
           if void-skip
               exit paragraph
           end-if
           if ws-void-next-start equal zero
               if not void-open-allowed or
                 ws-void-today-int less than ws-void-gap-start
                   exit paragraph
               end-if
               move ws-void-today-int to ws-void-gap-end
           else
               compute ws-void-gap-end = ws-void-next-start - 1
               if ws-void-next-start not less than ws-void-from-int
                 and ws-void-next-start not greater than
                 ws-void-to-int
                   add 1 to ws-void-let-count
                   compute ws-void-let-days = ws-void-let-days +
                     ws-void-gap-end - ws-void-gap-start + 1
               end-if
           end-if

           move ws-void-gap-start to ws-void-clip-start
           if ws-void-clip-start less than ws-void-from-int
               move ws-void-from-int to ws-void-clip-start
           end-if
           move ws-void-gap-end to ws-void-clip-end
           if ws-void-clip-end greater than ws-void-to-int
               move ws-void-to-int to ws-void-clip-end
           end-if
           if ws-void-clip-end not less than ws-void-clip-start
               add 1 to ws-void-periods
               compute ws-void-days = ws-void-days +
                 ws-void-clip-end - ws-void-clip-start + 1
           end-if.
