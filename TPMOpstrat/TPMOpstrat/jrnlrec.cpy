         03 Jrnl-File pic x(10).
         03 Jrnl-Action pic x(1).
         03 Jrnl-Key pic x(10).
         03 Jrnl-Data pic x(500).
