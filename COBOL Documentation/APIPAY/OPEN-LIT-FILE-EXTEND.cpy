      *-----------------------------------------------------------------
       OPEN-LIT-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE LIT-PATH TO E-FILE.
           OPEN EXTEND LIT-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-LIT-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE LIT-FILE
              GO TO OPEN-LIT-FILE-EXTEND.
           UNLOCK LIT-FILE.
      *-----------------------------------------------------------------
