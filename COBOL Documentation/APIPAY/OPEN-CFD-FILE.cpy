      *-----------------------------------------------------------------
       OPEN-CFD-FILE.
           PERFORM OPEN-IT.
           MOVE CFD-PATH TO E-FILE.
           OPEN I-O CFD-FILE.
           IF ( IO-FG = 9 )
              OPEN OUTPUT CFD-FILE
              CLOSE CFD-FILE
              GO TO OPEN-CFD-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-CFD-FILE.
           IF ( IO-FG = 7 )
              CLOSE CFD-FILE
              GO TO OPEN-CFD-FILE.
           UNLOCK CFD-FILE.
      *-----------------------------------------------------------------
