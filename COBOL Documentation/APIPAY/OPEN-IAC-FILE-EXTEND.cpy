      *-----------------------------------------------------------------
       OPEN-IAC-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE IAC-PATH TO E-FILE.
           OPEN EXTEND IAC-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-IAC-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE IAC-FILE
              GO TO OPEN-IAC-FILE-EXTEND.
           UNLOCK IAC-FILE.
      *-----------------------------------------------------------------
