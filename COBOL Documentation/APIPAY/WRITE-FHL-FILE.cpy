      *-----------------------------------------------------------------
       WRITE-FHL-FILE.
           PERFORM WRITE-IT.
           MOVE FHL-PATH TO E-FILE.
           MOVE FHL-KEY  TO E-KEYX.
           WRITE FHL-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-FHL-FILE.
           UNLOCK FHL-FILE.
      *-----------------------------------------------------------------
