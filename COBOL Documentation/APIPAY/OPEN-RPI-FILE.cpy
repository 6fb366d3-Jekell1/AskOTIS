      *-----------------------------------------------------------------
       OPEN-RPI-FILE.
           PERFORM OPEN-IT.
           MOVE RPI-PATH TO E-FILE.
           OPEN I-O RPI-FILE.
           IF ( IO-FG = 9 )
              OPEN OUTPUT RPI-FILE
              CLOSE RPI-FILE
              GO TO OPEN-RPI-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-RPI-FILE.
           IF ( IO-FG = 7 )
              CLOSE RPI-FILE
              GO TO OPEN-RPI-FILE.
           UNLOCK RPI-FILE.
      *-----------------------------------------------------------------
