      *-----------------------------------------------------------------
       OPEN-SIF-FILE.
           PERFORM OPEN-IT.
           MOVE SIF-PATH TO E-FILE.
           OPEN I-O SIF-FILE.
           IF ( IO-FG = 9 )
              OPEN OUTPUT SIF-FILE
              CLOSE SIF-FILE
              GO TO OPEN-SIF-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SIF-FILE.
           IF ( IO-FG = 7 )
              CLOSE SIF-FILE
              GO TO OPEN-SIF-FILE.
           UNLOCK SIF-FILE.
      *-----------------------------------------------------------------
