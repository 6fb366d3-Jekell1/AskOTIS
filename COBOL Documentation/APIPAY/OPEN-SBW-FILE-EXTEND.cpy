      *-----------------------------------------------------------------
       OPEN-SBW-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE SBW-PATH TO E-FILE.
           OPEN EXTEND SBW-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SBW-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE SBW-FILE
              GO TO OPEN-SBW-FILE-EXTEND.
           UNLOCK SBW-FILE.
      *-----------------------------------------------------------------
