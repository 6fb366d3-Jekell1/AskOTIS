      *-----------------------------------------------------------------
       REWRITE-CFD-FILE.
           PERFORM REWRITE-IT.
           MOVE CFD-PATH TO E-FILE.
           MOVE CFD-KEY  TO E-KEYX.
           REWRITE CFD-REC.
           IF ( IO-FG = 8 )
              GO TO REWRITE-CFD-FILE.
           UNLOCK CFD-FILE.
      *-----------------------------------------------------------------
