      *-----------------------------------------------------------------
       OPEN-PPY-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE PPY-PATH TO E-FILE.
           OPEN EXTEND PPY-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-PPY-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE PPY-FILE
              GO TO OPEN-PPY-FILE-EXTEND.
           UNLOCK PPY-FILE.
      *-----------------------------------------------------------------
