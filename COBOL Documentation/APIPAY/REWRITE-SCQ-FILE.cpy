      *-----------------------------------------------------------------
       REWRITE-SCQ-FILE.
           PERFORM REWRITE-IT.
           MOVE SCQ-PATH TO E-FILE.
           MOVE SCQ-KEY  TO E-KEYX.
           REWRITE SCQ-REC.
           IF ( IO-FG = 8 )
              GO TO REWRITE-SCQ-FILE.
           UNLOCK SCQ-FILE.
      *-----------------------------------------------------------------
