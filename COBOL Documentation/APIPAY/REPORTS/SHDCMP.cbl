      *================================================================*
      *   P R O G R A M :  S H D C M P                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-11-06
      *  DESC: SHADOW POSTING COMPARISON.  A CANDIDATE RELEASE, RATE
      *        TABLE OR WATERFALL CHANGE IS PROVEN BY RUNNING A REAL
      *        BATCH A SECOND TIME IN SHADOW MODE (BATCHSHADOWSQL AND
      *        BATCHSHADOWFIL SET) AGAINST A POINT-IN-TIME COPY OF
      *        LN1/LP1/LXE/LXG AND THE SIDE FILES - PRODUCTION IS
      *        NEVER TOUCHED.  THIS JOB TAKES THE BT-BATCHID IN
      *        SHDCMP.PARM, READS THE PRODUCTION RSL RESULT ROWS AND
      *        THE SHADOW RUN'S RSL ROWS (SHDRSL) FOR THAT BATCH, AND
      *        COMPARES THEM ACCOUNT BY ACCOUNT: FINAL STATUS AND
      *        POSTED-AS CODE, THE APPLICATION SPLIT, THE RESULTING
      *        BALANCES, THE PAYOFF FIGURES AND REBATES, LATE CHARGES,
      *        AND THE THREE G/L LINES OF THE POSTING.  EVERY FIELD
      *        THAT DIFFERS IS LISTED WITH BOTH VALUES; AN ITEM ON
      *        ONLY ONE SIDE IS LISTED AS SUCH.  ITEMS ARE PAIRED ON
      *        BRANCH, ACCOUNT, TRANSACTION CODE AND AMOUNT, IN FILE
      *        ORDER WHEN AN ACCOUNT CARRIES MORE THAN ONE LIKE ITEM.
      *        SKIPPED (99) ROWS ARE NOT COMPARED - A RESUMED RUN
      *        SKIPS DIFFERENT ITEMS THAN THE SHADOW RUN DID.  RETURN
      *        CODE 4 WHEN ANYTHING DIFFERS, 8 WHEN THERE IS NO BATCH
      *        TO COMPARE OR NO SHADOW ROWS FOR IT.
      *
      *  MOD HISTORY:
      *   110628 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHDCMP.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-11-06.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCP-FILE ASSIGN TO "SHDCMP.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCP-STATUS.

           SELECT RSL-FILE ASSIGN TO "RSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSL-STATUS.

           SELECT SHD-FILE ASSIGN TO "SHDRSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHD-STATUS.

           SELECT SHDCMP-RPT ASSIGN TO "SHDCMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCP-FILE.
       01  SCP-REC.
           05  SCP-BATCHID           PIC X(10).

       FD  RSL-FILE.
       01  RSL-REC.
           05  RSL-RUN-DATE          PIC 9(08).
           05  RSL-RUN-TIME          PIC 9(06).
           05  RSL-BATCHID           PIC X(10).
           05  RSL-BRNO              PIC X(04).
           05  RSL-ACCTNO            PIC X(10).
           05  RSL-TRCD              PIC X(02).
           05  RSL-TRAMT             PIC S9(07)V99.
           05  RSL-RETURN            PIC 9(03).
           05  RSL-REASON-TEXT       PIC X(60).
           05  RSL-AP-PRIN           PIC S9(07)V99.
           05  RSL-AP-INT            PIC S9(07)V99.
           05  RSL-AP-LC             PIC S9(07)V99.
           05  RSL-NEW-CURBAL        PIC S9(07)V99.
           05  RSL-NEW-INTBAL        PIC S9(07)V99.
           05  RSL-NEW-LCBAL         PIC S9(07)V99.
           05  RSL-POFF-NETDUE       PIC S9(07)V99.
           05  RSL-POFF-INTDUE       PIC S9(07)V99.
           05  RSL-POFF-LCDUE        PIC S9(07)V99.
           05  RSL-POSTED-AS         PIC X(02).
           05  RSL-OV-BACKDATE       PIC X(01).
           05  RSL-OV-ODDPAY         PIC X(01).
           05  RSL-OV-FROZEN         PIC X(01).
           05  RSL-OV-RESUBMIT       PIC X(01).
           05  RSL-PAYDATE           PIC 9(08).
           05  RSL-REFCD             PIC X(05).
           05  RSL-REBATES           PIC S9(07)V99.
           05  RSL-GL OCCURS 3 TIMES.
               10  RSL-GLNO          PIC X(10).
               10  RSL-GLAMT         PIC S9(07)V99.
      * "S" ON A ROW WRITTEN BY A SHADOW RUN.
           05  RSL-SHADOW-FG         PIC X(01).

       FD  SHD-FILE.
       01  SHD-REC.
           05  SHD-RUN-DATE          PIC 9(08).
           05  SHD-RUN-TIME          PIC 9(06).
           05  SHD-BATCHID           PIC X(10).
           05  SHD-BRNO              PIC X(04).
           05  SHD-ACCTNO            PIC X(10).
           05  SHD-TRCD              PIC X(02).
           05  SHD-TRAMT             PIC S9(07)V99.
           05  SHD-RETURN            PIC 9(03).
           05  SHD-REASON-TEXT       PIC X(60).
           05  SHD-AP-PRIN           PIC S9(07)V99.
           05  SHD-AP-INT            PIC S9(07)V99.
           05  SHD-AP-LC             PIC S9(07)V99.
           05  SHD-NEW-CURBAL        PIC S9(07)V99.
           05  SHD-NEW-INTBAL        PIC S9(07)V99.
           05  SHD-NEW-LCBAL         PIC S9(07)V99.
           05  SHD-POFF-NETDUE       PIC S9(07)V99.
           05  SHD-POFF-INTDUE       PIC S9(07)V99.
           05  SHD-POFF-LCDUE        PIC S9(07)V99.
           05  SHD-POSTED-AS         PIC X(02).
           05  SHD-OV-BACKDATE       PIC X(01).
           05  SHD-OV-ODDPAY         PIC X(01).
           05  SHD-OV-FROZEN         PIC X(01).
           05  SHD-OV-RESUBMIT       PIC X(01).
           05  SHD-PAYDATE           PIC 9(08).
           05  SHD-REFCD             PIC X(05).
           05  SHD-REBATES           PIC S9(07)V99.
           05  SHD-GL OCCURS 3 TIMES.
               10  SHD-GLNO          PIC X(10).
               10  SHD-GLAMT         PIC S9(07)V99.
           05  SHD-SHADOW-FG         PIC X(01).

       FD  SHDCMP-RPT.
       01  RPT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  SCP-STATUS                PIC XX.
       01  RSL-STATUS                PIC XX.
           88  RSL-EOF                          VALUE "10".
       01  SHD-STATUS                PIC XX.
           88  SHD-EOF                          VALUE "10".
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).

      * EVERY SHADOW RESULT OF THE BATCH; A PRODUCTION ROW TAKES THE
      * FIRST UNPAIRED ONE WITH ITS BRANCH/ACCOUNT/CODE/AMOUNT.
       01  WS-MAX-SH                 PIC 9(05) COMP VALUE 20000.
       01  WS-SH-CNT                 PIC 9(05) COMP VALUE 0.
       01  WS-SH-SUB                 PIC 9(05) COMP.
       01  WS-SH-HIT                 PIC 9(05) COMP.
       01  WS-GL-SUB                 PIC 9(01) COMP.
       01  WS-GL-EDIT                PIC 9(01).
       01  WS-SH-TABLE.
           05  WS-SH-ENTRY OCCURS 20000 TIMES.
               10  WS-SH-PAIRED      PIC X(01).
               10  WS-SH-BRNO        PIC X(04).
               10  WS-SH-ACCTNO      PIC X(10).
               10  WS-SH-TRCD        PIC X(02).
               10  WS-SH-TRAMT       PIC S9(07)V99 COMP-3.
               10  WS-SH-RETURN      PIC 9(03).
               10  WS-SH-POSTED-AS   PIC X(02).
               10  WS-SH-AP-PRIN     PIC S9(07)V99 COMP-3.
               10  WS-SH-AP-INT      PIC S9(07)V99 COMP-3.
               10  WS-SH-AP-LC       PIC S9(07)V99 COMP-3.
               10  WS-SH-CURBAL      PIC S9(07)V99 COMP-3.
               10  WS-SH-INTBAL      PIC S9(07)V99 COMP-3.
               10  WS-SH-LCBAL       PIC S9(07)V99 COMP-3.
               10  WS-SH-NETDUE      PIC S9(07)V99 COMP-3.
               10  WS-SH-INTDUE      PIC S9(07)V99 COMP-3.
               10  WS-SH-LCDUE       PIC S9(07)V99 COMP-3.
               10  WS-SH-REBATES     PIC S9(07)V99 COMP-3.
               10  WS-SH-GL OCCURS 3 TIMES.
                   15  WS-SH-GLNO    PIC X(10).
                   15  WS-SH-GLAMT   PIC S9(07)V99 COMP-3.

      * ONE FIELD UNDER COMPARISON - 2400-CMP-AMT/2500-CMP-TEXT.
       01  WS-CMP-NAME               PIC X(12).
       01  WS-CMP-PROD-AMT           PIC S9(07)V99.
       01  WS-CMP-SHD-AMT            PIC S9(07)V99.
       01  WS-CMP-PROD-TXT           PIC X(16).
       01  WS-CMP-SHD-TXT            PIC X(16).
       01  WS-ITEM-DIFF-FG           PIC X(01).

       01  WS-CNT-PROD               PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SHD                PIC 9(05) COMP VALUE 0.
       01  WS-CNT-PAIRED             PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SAME               PIC 9(05) COMP VALUE 0.
       01  WS-CNT-DIFF               PIC 9(05) COMP VALUE 0.
       01  WS-CNT-PROD-ONLY          PIC 9(05) COMP VALUE 0.
       01  WS-CNT-SHD-ONLY           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-NOT-SHADOW         PIC 9(05) COMP VALUE 0.
       01  WS-CNT-OVERFLOW           PIC 9(05) COMP VALUE 0.
       01  WS-CNT-FIELDS             PIC 9(07) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMT               PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-RC                PIC ZZ9.

       01  WS-DIF-LINE.
           05  DIF-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DIF-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DIF-TRCD              PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DIF-TRAMT             PIC X(13).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DIF-FIELD             PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DIF-PROD              PIC X(16).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DIF-SHADOW            PIC X(16).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SHADOW
           PERFORM 2000-COMPARE-PRODUCTION
           PERFORM 3000-SHADOW-ONLY
           PERFORM 4000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  SCP-FILE
           OPEN INPUT  RSL-FILE
           OPEN INPUT  SHD-FILE
           OPEN OUTPUT SHDCMP-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SCP-REC
           READ SCP-FILE
               AT END MOVE SPACES TO SCP-REC
           END-READ
           CLOSE SCP-FILE
           MOVE SPACES TO RPT-LINE
           STRING "SHADOW POSTING COMPARISON  RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF SCP-BATCHID = SPACES
              MOVE "NO BATCHID IN SHDCMP.PARM - NOTHING COMPARED"
                 TO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "BATCH " SCP-BATCHID
                  "  PRODUCTION RSL AGAINST SHADOW SHDRSL"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BR    ACCOUNT     TC  AMOUNT         FIELD         PRO
      -         "DUCTION        SHADOW" TO RPT-LINE
           WRITE RPT-LINE.

      ******************************************************************
      * A ROW IN THE SHADOW FILE THAT A SHADOW RUN DID NOT WRITE MEANS
      * THE WRONG FILE WAS HANDED IN - IT IS COUNTED, NOT COMPARED.
      ******************************************************************
       1500-LOAD-SHADOW.
           READ SHD-FILE AT END SET SHD-EOF TO TRUE END-READ
           PERFORM 1600-ONE-SHADOW UNTIL SHD-EOF
           IF WS-SH-CNT = 0
              MOVE "NO SHADOW RESULTS FOR THE BATCH - NOTHING COMPARED"
                 TO RPT-LINE
              WRITE RPT-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF.

       1600-ONE-SHADOW.
           IF SHD-BATCHID = SCP-BATCHID AND SHD-RETURN NOT = 99
              IF SHD-SHADOW-FG NOT = "S"
                 ADD 1 TO WS-CNT-NOT-SHADOW
              ELSE
              IF WS-SH-CNT < WS-MAX-SH
                 ADD 1 TO WS-SH-CNT
                 PERFORM 1700-KEEP-SHADOW
              ELSE
                 ADD 1 TO WS-CNT-OVERFLOW
              END-IF
              END-IF
           END-IF
           READ SHD-FILE AT END SET SHD-EOF TO TRUE END-READ.

       1700-KEEP-SHADOW.
           ADD 1 TO WS-CNT-SHD
           MOVE "N"             TO WS-SH-PAIRED(WS-SH-CNT)
           MOVE SHD-BRNO        TO WS-SH-BRNO(WS-SH-CNT)
           MOVE SHD-ACCTNO      TO WS-SH-ACCTNO(WS-SH-CNT)
           MOVE SHD-TRCD        TO WS-SH-TRCD(WS-SH-CNT)
           MOVE SHD-TRAMT       TO WS-SH-TRAMT(WS-SH-CNT)
           MOVE SHD-RETURN      TO WS-SH-RETURN(WS-SH-CNT)
           MOVE SHD-POSTED-AS   TO WS-SH-POSTED-AS(WS-SH-CNT)
           MOVE SHD-AP-PRIN     TO WS-SH-AP-PRIN(WS-SH-CNT)
           MOVE SHD-AP-INT      TO WS-SH-AP-INT(WS-SH-CNT)
           MOVE SHD-AP-LC       TO WS-SH-AP-LC(WS-SH-CNT)
           MOVE SHD-NEW-CURBAL  TO WS-SH-CURBAL(WS-SH-CNT)
           MOVE SHD-NEW-INTBAL  TO WS-SH-INTBAL(WS-SH-CNT)
           MOVE SHD-NEW-LCBAL   TO WS-SH-LCBAL(WS-SH-CNT)
           MOVE SHD-POFF-NETDUE TO WS-SH-NETDUE(WS-SH-CNT)
           MOVE SHD-POFF-INTDUE TO WS-SH-INTDUE(WS-SH-CNT)
           MOVE SHD-POFF-LCDUE  TO WS-SH-LCDUE(WS-SH-CNT)
           MOVE SHD-REBATES     TO WS-SH-REBATES(WS-SH-CNT)
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1 UNTIL WS-GL-SUB > 3
               MOVE SHD-GLNO(WS-GL-SUB)
                  TO WS-SH-GLNO(WS-SH-CNT, WS-GL-SUB)
               MOVE SHD-GLAMT(WS-GL-SUB)
                  TO WS-SH-GLAMT(WS-SH-CNT, WS-GL-SUB)
           END-PERFORM.

       2000-COMPARE-PRODUCTION.
           READ RSL-FILE AT END SET RSL-EOF TO TRUE END-READ
           PERFORM 2100-ONE-PRODUCTION UNTIL RSL-EOF.

      * A SHADOW-FLAGGED ROW IN THE PRODUCTION FILE IS NOT A
      * PRODUCTION RESULT AND IS LEFT OUT.
       2100-ONE-PRODUCTION.
           IF RSL-BATCHID = SCP-BATCHID AND RSL-RETURN NOT = 99
              AND RSL-SHADOW-FG NOT = "S"
              ADD 1 TO WS-CNT-PROD
              PERFORM 2200-FIND-SHADOW
              IF WS-SH-HIT = 0
                 ADD 1 TO WS-CNT-PROD-ONLY
                 MOVE "ITEM"            TO WS-CMP-NAME
                 MOVE "ON FILE"         TO WS-CMP-PROD-TXT
                 MOVE "NOT IN SHADOW"   TO WS-CMP-SHD-TXT
                 PERFORM 2600-PROD-LINE
              ELSE
                 ADD 1 TO WS-CNT-PAIRED
                 PERFORM 2300-COMPARE-ITEM
              END-IF
           END-IF
           READ RSL-FILE AT END SET RSL-EOF TO TRUE END-READ.

       2200-FIND-SHADOW.
           MOVE 0 TO WS-SH-HIT
           PERFORM VARYING WS-SH-SUB FROM 1 BY 1
                   UNTIL WS-SH-SUB > WS-SH-CNT OR WS-SH-HIT > 0
               IF WS-SH-PAIRED(WS-SH-SUB) = "N"
                  AND WS-SH-BRNO(WS-SH-SUB)   = RSL-BRNO
                  AND WS-SH-ACCTNO(WS-SH-SUB) = RSL-ACCTNO
                  AND WS-SH-TRCD(WS-SH-SUB)   = RSL-TRCD
                  AND WS-SH-TRAMT(WS-SH-SUB)  = RSL-TRAMT
                  MOVE WS-SH-SUB TO WS-SH-HIT
               END-IF
           END-PERFORM
           IF WS-SH-HIT > 0
              MOVE "Y" TO WS-SH-PAIRED(WS-SH-HIT)
           END-IF.

       2300-COMPARE-ITEM.
           MOVE "N" TO WS-ITEM-DIFF-FG
           MOVE "STATUS"        TO WS-CMP-NAME
           MOVE RSL-RETURN      TO WS-EDIT-RC
           MOVE WS-EDIT-RC      TO WS-CMP-PROD-TXT
           MOVE WS-SH-RETURN(WS-SH-HIT) TO WS-EDIT-RC
           MOVE WS-EDIT-RC      TO WS-CMP-SHD-TXT
           PERFORM 2500-CMP-TEXT
           MOVE "POSTED AS"     TO WS-CMP-NAME
           MOVE RSL-POSTED-AS   TO WS-CMP-PROD-TXT
           MOVE WS-SH-POSTED-AS(WS-SH-HIT) TO WS-CMP-SHD-TXT
           PERFORM 2500-CMP-TEXT
           MOVE "APPLIED PRIN"  TO WS-CMP-NAME
           MOVE RSL-AP-PRIN     TO WS-CMP-PROD-AMT
           MOVE WS-SH-AP-PRIN(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           MOVE "APPLIED INT"   TO WS-CMP-NAME
           MOVE RSL-AP-INT      TO WS-CMP-PROD-AMT
           MOVE WS-SH-AP-INT(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           MOVE "APPLIED LC"    TO WS-CMP-NAME
           MOVE RSL-AP-LC       TO WS-CMP-PROD-AMT
           MOVE WS-SH-AP-LC(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           MOVE "CUR BALANCE"   TO WS-CMP-NAME
           MOVE RSL-NEW-CURBAL  TO WS-CMP-PROD-AMT
           MOVE WS-SH-CURBAL(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           MOVE "INT BALANCE"   TO WS-CMP-NAME
           MOVE RSL-NEW-INTBAL  TO WS-CMP-PROD-AMT
           MOVE WS-SH-INTBAL(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           MOVE "LC BALANCE"    TO WS-CMP-NAME
           MOVE RSL-NEW-LCBAL   TO WS-CMP-PROD-AMT
           MOVE WS-SH-LCBAL(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           MOVE "PAYOFF NET"    TO WS-CMP-NAME
           MOVE RSL-POFF-NETDUE TO WS-CMP-PROD-AMT
           MOVE WS-SH-NETDUE(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           MOVE "PAYOFF INT"    TO WS-CMP-NAME
           MOVE RSL-POFF-INTDUE TO WS-CMP-PROD-AMT
           MOVE WS-SH-INTDUE(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           MOVE "PAYOFF LC"     TO WS-CMP-NAME
           MOVE RSL-POFF-LCDUE  TO WS-CMP-PROD-AMT
           MOVE WS-SH-LCDUE(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           MOVE "REBATES"       TO WS-CMP-NAME
           MOVE RSL-REBATES     TO WS-CMP-PROD-AMT
           MOVE WS-SH-REBATES(WS-SH-HIT) TO WS-CMP-SHD-AMT
           PERFORM 2400-CMP-AMT
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1 UNTIL WS-GL-SUB > 3
               MOVE WS-GL-SUB TO WS-GL-EDIT
               MOVE SPACES TO WS-CMP-NAME
               STRING "G/L ACCT " WS-GL-EDIT
                   DELIMITED BY SIZE INTO WS-CMP-NAME
               MOVE RSL-GLNO(WS-GL-SUB) TO WS-CMP-PROD-TXT
               MOVE WS-SH-GLNO(WS-SH-HIT, WS-GL-SUB)
                  TO WS-CMP-SHD-TXT
               PERFORM 2500-CMP-TEXT
               MOVE SPACES TO WS-CMP-NAME
               STRING "G/L AMT " WS-GL-EDIT
                   DELIMITED BY SIZE INTO WS-CMP-NAME
               MOVE RSL-GLAMT(WS-GL-SUB) TO WS-CMP-PROD-AMT
               MOVE WS-SH-GLAMT(WS-SH-HIT, WS-GL-SUB)
                  TO WS-CMP-SHD-AMT
               PERFORM 2400-CMP-AMT
           END-PERFORM
           IF WS-ITEM-DIFF-FG = "Y"
              ADD 1 TO WS-CNT-DIFF
           ELSE
              ADD 1 TO WS-CNT-SAME
           END-IF.

       2400-CMP-AMT.
           IF WS-CMP-PROD-AMT NOT = WS-CMP-SHD-AMT
              MOVE WS-CMP-PROD-AMT TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT     TO WS-CMP-PROD-TXT
              MOVE WS-CMP-SHD-AMT  TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT     TO WS-CMP-SHD-TXT
              PERFORM 2550-FIELD-DIFFERS
           END-IF.

       2500-CMP-TEXT.
           IF WS-CMP-PROD-TXT NOT = WS-CMP-SHD-TXT
              PERFORM 2550-FIELD-DIFFERS
           END-IF.

       2550-FIELD-DIFFERS.
           MOVE "Y" TO WS-ITEM-DIFF-FG
           ADD 1 TO WS-CNT-FIELDS
           PERFORM 2600-PROD-LINE.

       2600-PROD-LINE.
           MOVE RSL-BRNO        TO DIF-BRNO
           MOVE RSL-ACCTNO      TO DIF-ACCTNO
           MOVE RSL-TRCD        TO DIF-TRCD
           MOVE RSL-TRAMT       TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT     TO DIF-TRAMT
           MOVE WS-CMP-NAME     TO DIF-FIELD
           MOVE WS-CMP-PROD-TXT TO DIF-PROD
           MOVE WS-CMP-SHD-TXT  TO DIF-SHADOW
           MOVE WS-DIF-LINE     TO RPT-LINE
           WRITE RPT-LINE.

       3000-SHADOW-ONLY.
           PERFORM VARYING WS-SH-SUB FROM 1 BY 1
                   UNTIL WS-SH-SUB > WS-SH-CNT
               IF WS-SH-PAIRED(WS-SH-SUB) = "N"
                  PERFORM 3100-SHADOW-LINE
               END-IF
           END-PERFORM.

       3100-SHADOW-LINE.
           ADD 1 TO WS-CNT-SHD-ONLY
           MOVE WS-SH-BRNO(WS-SH-SUB)   TO DIF-BRNO
           MOVE WS-SH-ACCTNO(WS-SH-SUB) TO DIF-ACCTNO
           MOVE WS-SH-TRCD(WS-SH-SUB)   TO DIF-TRCD
           MOVE WS-SH-TRAMT(WS-SH-SUB)  TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT             TO DIF-TRAMT
           MOVE "ITEM"                  TO DIF-FIELD
           MOVE "NOT IN PRODUCTION"     TO DIF-PROD
           MOVE "ON FILE"               TO DIF-SHADOW
           MOVE WS-DIF-LINE             TO RPT-LINE
           WRITE RPT-LINE.

       4000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PROD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PRODUCTION ITEMS      " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SHD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SHADOW ITEMS          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PAIRED TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS PAIRED          " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SAME TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  IDENTICAL           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-DIFF TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  DIFFERENT           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-PROD-ONLY TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "PRODUCTION ONLY       " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-SHD-ONLY TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "SHADOW ONLY           " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-NOT-SHADOW > 0
              MOVE WS-CNT-NOT-SHADOW TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "** SHDRSL ROWS NOT FROM A SHADOW RUN "
                     WS-EDIT-CNT " - IGNORED"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-CNT-OVERFLOW > 0
              MOVE WS-CNT-OVERFLOW TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "** SHADOW ITEMS OVER TABLE LIMIT " WS-EDIT-CNT
                     " - NOT COMPARED"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
           END-IF
           IF WS-CNT-DIFF > 0 OR WS-CNT-PROD-ONLY > 0
              OR WS-CNT-SHD-ONLY > 0 OR WS-CNT-OVERFLOW > 0
              OR WS-CNT-NOT-SHADOW > 0
              MOVE "** SHADOW RESULTS DIFFER FROM PRODUCTION **"
                 TO RPT-LINE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE "SHADOW RESULTS MATCH PRODUCTION" TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       9999-EXIT.
           CLOSE RSL-FILE SHD-FILE SHDCMP-RPT
           STOP RUN.
