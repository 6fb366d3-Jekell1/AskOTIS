      *-----------------------------------------------------------------
       OPEN-BXF-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE BXF-PATH TO E-FILE.
           OPEN OUTPUT BXF-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-BXF-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE BXF-FILE
              GO TO OPEN-BXF-FILE-OUTPUT.
           UNLOCK BXF-FILE.
      *-----------------------------------------------------------------
