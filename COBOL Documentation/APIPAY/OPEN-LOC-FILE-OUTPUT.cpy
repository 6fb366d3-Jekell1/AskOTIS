      *-----------------------------------------------------------------
       OPEN-LOC-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE LOC-PATH TO E-FILE.
           OPEN OUTPUT LOC-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-LOC-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE LOC-FILE
              GO TO OPEN-LOC-FILE-OUTPUT.
           UNLOCK LOC-FILE.
      *-----------------------------------------------------------------
