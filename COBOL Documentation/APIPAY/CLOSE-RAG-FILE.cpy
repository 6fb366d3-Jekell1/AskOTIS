      *-----------------------------------------------------------------
       CLOSE-RAG-FILE.
           CLOSE RAG-FILE.
      *-----------------------------------------------------------------
