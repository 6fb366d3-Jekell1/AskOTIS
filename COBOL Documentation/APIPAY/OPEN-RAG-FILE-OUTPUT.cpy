      *-----------------------------------------------------------------
       OPEN-RAG-FILE-OUTPUT.
           PERFORM OPEN-IT.
           MOVE RAG-PATH TO E-FILE.
           OPEN OUTPUT RAG-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-RAG-FILE-OUTPUT.
           IF ( IO-FG = 7 )
              CLOSE RAG-FILE
              GO TO OPEN-RAG-FILE-OUTPUT.
           UNLOCK RAG-FILE.
      *-----------------------------------------------------------------
