      *-----------------------------------------------------------------
       WRITE-SBW-FILE.
           PERFORM WRITE-IT.
           MOVE SBW-PATH TO E-FILE.
           WRITE SBW-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-SBW-FILE.
      *-----------------------------------------------------------------
