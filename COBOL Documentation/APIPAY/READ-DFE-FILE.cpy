      *-----------------------------------------------------------------
       READ-DFE-FILE.
           PERFORM READ-IT.
           MOVE DFE-PATH TO E-FILE.
           MOVE DFE-KEY  TO E-KEYX.
           READ DFE-FILE.
           IF ( IO-FG = 8 )
              GO TO READ-DFE-FILE.
      *-----------------------------------------------------------------
