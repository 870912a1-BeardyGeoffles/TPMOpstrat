                       if Monies-Property-ID of Monies-Record
                         equal Property-ID of Property-Record
                         and not monies-is-refunded and
                         not monies-is-returned and
                         (function upper-case (Monies-Purpose of
                         Monies-Record) equal "HD" or
                         function upper-case (Monies-Purpose of
