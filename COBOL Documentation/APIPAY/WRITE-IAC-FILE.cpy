      *-----------------------------------------------------------------
       WRITE-IAC-FILE.
           PERFORM WRITE-IT.
           MOVE IAC-PATH TO E-FILE.
           WRITE IAC-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-IAC-FILE.
      *-----------------------------------------------------------------
