      *-----------------------------------------------------------------
       OPEN-SFW-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE SFW-PATH TO E-FILE.
           OPEN OUTPUT SFW-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SFW-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE SFW-FILE
              GO TO OPEN-SFW-FILE-OUTPUT.
           UNLOCK SFW-FILE.
      *-----------------------------------------------------------------
