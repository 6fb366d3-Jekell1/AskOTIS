      *-----------------------------------------------------------------
       OPEN-RJBCTL-FILE.
           PERFORM OPEN-IT.
           MOVE RJBCTL-PATH TO E-FILE.
           OPEN I-O RJBCTL-FILE.
           IF ( IO-FG = 9 )
              OPEN OUTPUT RJBCTL-FILE
              CLOSE RJBCTL-FILE
              GO TO OPEN-RJBCTL-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-RJBCTL-FILE.
           IF ( IO-FG = 7 )
              CLOSE RJBCTL-FILE
              GO TO OPEN-RJBCTL-FILE.
           UNLOCK RJBCTL-FILE.
      *-----------------------------------------------------------------
