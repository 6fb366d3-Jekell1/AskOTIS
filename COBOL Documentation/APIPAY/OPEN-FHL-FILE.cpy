      *-----------------------------------------------------------------
       OPEN-FHL-FILE.
           PERFORM OPEN-IT.
           MOVE FHL-PATH TO E-FILE.
           OPEN I-O FHL-FILE.
           IF ( IO-FG = 9 )
              OPEN OUTPUT FHL-FILE
              CLOSE FHL-FILE
              GO TO OPEN-FHL-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-FHL-FILE.
           IF ( IO-FG = 7 )
              CLOSE FHL-FILE
              GO TO OPEN-FHL-FILE.
           UNLOCK FHL-FILE.
      *-----------------------------------------------------------------
