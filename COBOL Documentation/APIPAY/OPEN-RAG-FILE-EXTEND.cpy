      *-----------------------------------------------------------------
       OPEN-RAG-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE RAG-PATH TO E-FILE.
           OPEN EXTEND RAG-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-RAG-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE RAG-FILE
              GO TO OPEN-RAG-FILE-EXTEND.
           UNLOCK RAG-FILE.
      *-----------------------------------------------------------------
