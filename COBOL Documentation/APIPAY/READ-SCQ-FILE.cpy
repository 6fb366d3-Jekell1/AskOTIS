      *-----------------------------------------------------------------
       READ-SCQ-FILE.
           PERFORM READ-IT.
           MOVE SCQ-PATH TO E-FILE.
           MOVE SCQ-KEY  TO E-KEYX.
           READ SCQ-FILE.
           IF ( IO-FG = 8 )
              GO TO READ-SCQ-FILE.
      *-----------------------------------------------------------------
