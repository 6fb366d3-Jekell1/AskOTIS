      *-----------------------------------------------------------------
       OPEN-PPY-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE PPY-PATH TO E-FILE.
           OPEN OUTPUT PPY-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-PPY-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE PPY-FILE
              GO TO OPEN-PPY-FILE-OUTPUT.
           UNLOCK PPY-FILE.
      *-----------------------------------------------------------------
