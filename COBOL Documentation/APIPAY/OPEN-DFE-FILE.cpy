      *-----------------------------------------------------------------
       OPEN-DFE-FILE.
           PERFORM OPEN-IT.
           MOVE DFE-PATH TO E-FILE.
           OPEN I-O DFE-FILE.
           IF ( IO-FG = 9 )
              OPEN OUTPUT DFE-FILE
              CLOSE DFE-FILE
              GO TO OPEN-DFE-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-DFE-FILE.
           IF ( IO-FG = 7 )
              CLOSE DFE-FILE
              GO TO OPEN-DFE-FILE.
           UNLOCK DFE-FILE.
      *-----------------------------------------------------------------
