      *-----------------------------------------------------------------
       WRITE-CFD-FILE.
           PERFORM WRITE-IT.
           MOVE CFD-PATH TO E-FILE.
           MOVE CFD-KEY  TO E-KEYX.
           WRITE CFD-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-CFD-FILE.
           UNLOCK CFD-FILE.
      *-----------------------------------------------------------------
