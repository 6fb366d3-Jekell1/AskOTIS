      *-----------------------------------------------------------------
       OPEN-RCL-FILE.
           PERFORM OPEN-IT.
           MOVE RCL-PATH TO E-FILE.
           OPEN I-O RCL-FILE.
           IF ( IO-FG = 9 )
              OPEN OUTPUT RCL-FILE
              CLOSE RCL-FILE
              GO TO OPEN-RCL-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-RCL-FILE.
           IF ( IO-FG = 7 )
              CLOSE RCL-FILE
              GO TO OPEN-RCL-FILE.
           UNLOCK RCL-FILE.
      *-----------------------------------------------------------------
