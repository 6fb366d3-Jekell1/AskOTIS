      *-----------------------------------------------------------------
       READ-CVL-FILE.
           PERFORM READ-IT.
           MOVE CVL-PATH TO E-FILE.
           MOVE CVL-KEY  TO E-KEYX.
           READ CVL-FILE.
           IF ( IO-FG = 8 )
              GO TO READ-CVL-FILE.
      *-----------------------------------------------------------------
