      *-----------------------------------------------------------------
       OPEN-IAC-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE IAC-PATH TO E-FILE.
           OPEN OUTPUT IAC-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-IAC-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE IAC-FILE
              GO TO OPEN-IAC-FILE-OUTPUT.
           UNLOCK IAC-FILE.
      *-----------------------------------------------------------------
