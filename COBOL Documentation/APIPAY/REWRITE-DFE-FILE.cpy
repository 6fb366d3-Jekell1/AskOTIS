      *-----------------------------------------------------------------
       REWRITE-DFE-FILE.
           PERFORM REWRITE-IT.
           MOVE DFE-PATH TO E-FILE.
           MOVE DFE-KEY  TO E-KEYX.
           REWRITE DFE-REC.
           IF ( IO-FG = 8 )
              GO TO REWRITE-DFE-FILE.
           UNLOCK DFE-FILE.
      *-----------------------------------------------------------------
