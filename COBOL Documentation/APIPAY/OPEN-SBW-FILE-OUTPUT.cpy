      *-----------------------------------------------------------------
       OPEN-SBW-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE SBW-PATH TO E-FILE.
           OPEN OUTPUT SBW-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SBW-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE SBW-FILE
              GO TO OPEN-SBW-FILE-OUTPUT.
           UNLOCK SBW-FILE.
      *-----------------------------------------------------------------
