      *-----------------------------------------------------------------
       OPEN-SFW-FILE-EXTEND.
           PERFORM OPEN-IT.
           MOVE SFW-PATH TO E-FILE.
           OPEN EXTEND SFW-FILE.
           IF ( IO-FG = 8 )
              GO TO OPEN-SFW-FILE-EXTEND.
           IF ( IO-FG = 7 )
              CLOSE SFW-FILE
              GO TO OPEN-SFW-FILE-EXTEND.
           UNLOCK SFW-FILE.
      *-----------------------------------------------------------------
