      *-----------------------------------------------------------------
       REWRITE-RPI-FILE.
           PERFORM REWRITE-IT.
           MOVE RPI-PATH TO E-FILE.
           MOVE RPI-KEY  TO E-KEYX.
           REWRITE RPI-REC.
           IF ( IO-FG = 8 )
              GO TO REWRITE-RPI-FILE.
           UNLOCK RPI-FILE.
      *-----------------------------------------------------------------
