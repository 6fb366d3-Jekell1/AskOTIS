      *-----------------------------------------------------------------
       OPEN-SNP-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE SNP-PATH TO E-FILE.
           OPEN EXTEND SNP-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SNP-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE SNP-FILE
              GO TO OPEN-SNP-FILE-EXTEND.
           UNLOCK SNP-FILE.
      *-----------------------------------------------------------------
