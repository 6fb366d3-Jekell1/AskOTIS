      *-----------------------------------------------------------------
       WRITE-SFW-FILE.
           PERFORM WRITE-IT.
           MOVE SFW-PATH TO E-FILE.
           WRITE SFW-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-SFW-FILE.
      *-----------------------------------------------------------------
