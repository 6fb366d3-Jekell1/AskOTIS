      *-----------------------------------------------------------------
       READ-FHL-FILE.
           PERFORM READ-IT.
           MOVE FHL-PATH TO E-FILE.
           MOVE FHL-KEY  TO E-KEYX.
           READ FHL-FILE.
           IF ( IO-FG = 8 )
              GO TO READ-FHL-FILE.
      *-----------------------------------------------------------------
