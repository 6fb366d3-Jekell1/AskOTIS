      *-----------------------------------------------------------------
       OPEN-BXF-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE BXF-PATH TO E-FILE.
           OPEN EXTEND BXF-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-BXF-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE BXF-FILE
              GO TO OPEN-BXF-FILE-EXTEND.
           UNLOCK BXF-FILE.
      *-----------------------------------------------------------------
