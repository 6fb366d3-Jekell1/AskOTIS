      *-----------------------------------------------------------------
       OPEN-SCH-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE SCH-PATH TO E-FILE.
           OPEN OUTPUT SCH-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SCH-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE SCH-FILE
              GO TO OPEN-SCH-FILE-OUTPUT.
           UNLOCK SCH-FILE.
      *-----------------------------------------------------------------
