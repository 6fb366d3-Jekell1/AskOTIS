      *=================================================================
      * IN  : BT-BATCHID, BT-BRANCH, BP-LNNO, BP-TRCD, BP-TRAMT,
      *       LN-REC (PRE-POSTING IMAGE)
      * OUT : JRN-FILE ("B" BEFORE-IMAGE ROW, "C"/"X" COMPLETION ROW
      *       CARRYING THE AFTER-IMAGE)
      * DESC: BATCTL/BPACTL PROTECTS AGAINST RE-POSTING WHOLE ACCOUNTS
      *       AFTER A CRASH, BUT A SINGLE POSTING IS NOT ATOMIC: A
      *       PROCESS THAT DIES BETWEEN THE LONPF UPDATE OF LN-REC AND
      *
      * REV :
      *  110226 RTC  ORIGINAL PARAGRAPH.
      *  020529 RTC  THE "C" AND "X" COMPLETION ROWS NOW CARRY THE
      *              POST-POSTING LN-REC IMAGE AND BALANCES (THEY WERE
      *              ZERO/SPACES) SO THE BKPRST RESTORE CAN ROLL A
      *              RESTORED LN1 FORWARD FROM THE END-OF-DAY BACKUP TO
      *              A POINT IN TIME.  JRNREC ONLY PAIRS ON THE KEYS.
      ******************************************************************
       JOURNAL-BEFORE-POSTING SECTION.

           MOVE BP-LNNO    TO JRN-ACCTNO.
           MOVE BP-TRCD    TO JRN-TRCD.
           MOVE BP-TRAMT   TO JRN-TRAMT.
           MOVE LN-CURBAL  TO JRN-LN-CURBAL.
           MOVE LN-INTBAL  TO JRN-LN-INTBAL.
           MOVE LN-LCBAL   TO JRN-LN-LCBAL.
           MOVE LN-OTHBAL  TO JRN-LN-OTHBAL.
           MOVE LN-REC     TO JRN-LN-IMAGE.
           PERFORM WRITE-JRN-FILE.
           PERFORM CLOSE-JRN-FILE.

           MOVE BP-LNNO    TO JRN-ACCTNO.
           MOVE BP-TRCD    TO JRN-TRCD.
           MOVE BP-TRAMT   TO JRN-TRAMT.
           MOVE LN-CURBAL  TO JRN-LN-CURBAL.
           MOVE LN-INTBAL  TO JRN-LN-INTBAL.
           MOVE LN-LCBAL   TO JRN-LN-LCBAL.
           MOVE LN-OTHBAL  TO JRN-LN-OTHBAL.
           MOVE LN-REC     TO JRN-LN-IMAGE.
           PERFORM WRITE-JRN-FILE.
           PERFORM CLOSE-JRN-FILE.

