      *-----------------------------------------------------------------
       OPEN-SNP-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE SNP-PATH TO E-FILE.
           OPEN OUTPUT SNP-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SNP-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE SNP-FILE
              GO TO OPEN-SNP-FILE-OUTPUT.
           UNLOCK SNP-FILE.
      *-----------------------------------------------------------------
