      *-----------------------------------------------------------------
       WRITE-LIT-FILE.
           PERFORM WRITE-IT.
           MOVE LIT-PATH TO E-FILE.
           WRITE LIT-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-LIT-FILE.
      *-----------------------------------------------------------------
