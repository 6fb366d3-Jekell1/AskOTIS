      *-----------------------------------------------------------------
       WRITE-SNP-FILE.
           PERFORM WRITE-IT.
           MOVE SNP-PATH TO E-FILE.
           WRITE SNP-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-SNP-FILE.
      *-----------------------------------------------------------------
