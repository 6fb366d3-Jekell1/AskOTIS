      *-----------------------------------------------------------------
       OPEN-LOC-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE LOC-PATH TO E-FILE.
           OPEN EXTEND LOC-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-LOC-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE LOC-FILE
              GO TO OPEN-LOC-FILE-EXTEND.
           UNLOCK LOC-FILE.
      *-----------------------------------------------------------------
