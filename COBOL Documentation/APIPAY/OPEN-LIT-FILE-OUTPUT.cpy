      *-----------------------------------------------------------------
       OPEN-LIT-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE LIT-PATH TO E-FILE.
           OPEN OUTPUT LIT-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-LIT-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE LIT-FILE
              GO TO OPEN-LIT-FILE-OUTPUT.
           UNLOCK LIT-FILE.
      *-----------------------------------------------------------------
