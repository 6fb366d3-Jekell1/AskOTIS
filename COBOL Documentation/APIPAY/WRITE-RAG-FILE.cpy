      *-----------------------------------------------------------------
       WRITE-RAG-FILE.
           PERFORM WRITE-IT.
           MOVE RAG-PATH TO E-FILE.
           WRITE RAG-REC.
           IF ( IO-FG = 8 )
              GO TO WRITE-RAG-FILE.
      *-----------------------------------------------------------------
