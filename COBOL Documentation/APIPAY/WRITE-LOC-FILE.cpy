      *-----------------------------------------------------------------
       WRITE-LOC-FILE.
           PERFORM WRITE-IT.
           MOVE LOC-PATH TO E-FILE.
           WRITE LOC-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-LOC-FILE.
      *-----------------------------------------------------------------
