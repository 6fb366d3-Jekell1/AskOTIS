      *-----------------------------------------------------------------
       WRITE-SCH-FILE.
           PERFORM WRITE-IT.
           MOVE SCH-PATH TO E-FILE.
           WRITE SCH-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-SCH-FILE.
      *-----------------------------------------------------------------
