      *-----------------------------------------------------------------
       OPEN-CVL-FILE.
           PERFORM OPEN-IT.
           MOVE CVL-PATH TO E-FILE.
           OPEN I-O CVL-FILE.
           IF ( IO-FG = 9 )
              OPEN OUTPUT CVL-FILE
              CLOSE CVL-FILE
              GO TO OPEN-CVL-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-CVL-FILE.
           IF ( IO-FG = 7 )
              CLOSE CVL-FILE
              GO TO OPEN-CVL-FILE.
           UNLOCK CVL-FILE.
      *-----------------------------------------------------------------
