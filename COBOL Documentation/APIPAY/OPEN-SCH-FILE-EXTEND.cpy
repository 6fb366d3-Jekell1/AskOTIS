      *-----------------------------------------------------------------
       OPEN-SCH-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE SCH-PATH TO E-FILE.
           OPEN EXTEND SCH-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SCH-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE SCH-FILE
              GO TO OPEN-SCH-FILE-EXTEND.
           UNLOCK SCH-FILE.
      *-----------------------------------------------------------------
