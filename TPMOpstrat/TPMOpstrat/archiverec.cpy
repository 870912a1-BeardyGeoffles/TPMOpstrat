         03 Archive-User-ID pic x(10).
         03 Archive-Record-Type pic x(10).
         03 Archive-Key-Value pic x(10).
         03 Archive-Data pic x(500).
