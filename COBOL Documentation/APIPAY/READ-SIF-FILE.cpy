      *-----------------------------------------------------------------
       READ-SIF-FILE.
           PERFORM READ-IT.
           MOVE SIF-PATH TO E-FILE.
           MOVE SIF-KEY  TO E-KEYX.
           READ SIF-FILE.
           IF ( IO-FG = 8 )
              GO TO READ-SIF-FILE.
      *-----------------------------------------------------------------
