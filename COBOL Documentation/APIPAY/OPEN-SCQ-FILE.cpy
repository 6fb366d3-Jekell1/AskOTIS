      *-----------------------------------------------------------------
       OPEN-SCQ-FILE.
           PERFORM OPEN-IT.
           MOVE SCQ-PATH TO E-FILE.
           OPEN I-O SCQ-FILE.
           IF ( IO-FG = 9 )
              OPEN OUTPUT SCQ-FILE
              CLOSE SCQ-FILE
              GO TO OPEN-SCQ-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SCQ-FILE.
           IF ( IO-FG = 7 )
              CLOSE SCQ-FILE
              GO TO OPEN-SCQ-FILE.
           UNLOCK SCQ-FILE.
      *-----------------------------------------------------------------
