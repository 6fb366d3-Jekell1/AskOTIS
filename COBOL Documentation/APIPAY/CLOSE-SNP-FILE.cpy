      *-----------------------------------------------------------------
       CLOSE-SNP-FILE.
           CLOSE SNP-FILE.
      *-----------------------------------------------------------------
