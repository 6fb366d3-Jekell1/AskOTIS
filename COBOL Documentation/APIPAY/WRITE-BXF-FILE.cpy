      *-----------------------------------------------------------------
       WRITE-BXF-FILE.
           PERFORM WRITE-IT.
           MOVE BXF-PATH TO E-FILE.
           WRITE BXF-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-BXF-FILE.
      *-----------------------------------------------------------------
