      *-----------------------------------------------------------------
       WRITE-PPY-FILE.
           PERFORM WRITE-IT.
           MOVE PPY-PATH TO E-FILE.
           WRITE PPY-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-PPY-FILE.
      *-----------------------------------------------------------------
