      *================================================================*
      *   P R O G R A M :  T S T R E F                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-11-13
      *  DESC: MASKED TEST-DATA REFRESH.  TESTING RAN EITHER ON TINY
      *        HAND-BUILT FILES THAT MISSED THE REAL EDGE CASES OR ON
      *        COPIES OF PRODUCTION CARRYING LIVE SSNS, NAMES AND BANK
      *        ACCOUNTS, WHICH THE PRIVACY POLICY FORBIDS.  THIS JOB
      *        COPIES THE BRANCHES NAMED ON THE TSTREQ REQUEST FROM
      *        THE PRODUCTION EXTRACTS (LNFULL, LPHIST, LXEEXT/LXGEXT,
      *        LTIEXT/LTPEXT AND THE SIDE FILES ON THE ROSTER BELOW)
      *        INTO THE TEST DIRECTORY NAMED ON THE REQUEST, MASKING
      *        EVERY SSN, BORROWER NAME, REMITTER NAME, MICR ACCOUNT
      *        AND BANK ACCOUNT NUMBER ON THE WAY.  THE MASKS ARE
      *        FUNCTIONS OF THE VALUE AND THE RUN'S MASK KEY ONLY, SO
      *        AN SSN OR ACCOUNT MASKS THE SAME IN EVERY FILE AND THE
      *        JOINS STILL WORK; BALANCES, DATES, STATUSES AND LOAN
      *        ACCOUNT NUMBERS ARE COPIED UNCHANGED SO POSTING BEHAVES
      *        AS IT DOES IN PRODUCTION.  THE MASK KEY (TSTREQ "K"
      *        ROW, OR THE TIME OF DAY WHEN NONE IS GIVEN) IS NEVER
      *        WRITTEN ANYWHERE.  THE TSTREF.MAN MANIFEST IN THE
      *        TARGET DIRECTORY RECORDS THE RUN, THE BRANCHES, EVERY
      *        FILE COPIED WITH ITS COUNTS AND EVERY FIELD MASKED.
      *        THE RUN REFUSES - COPYING NOTHING, RETURN CODE 8 - A
      *        BLANK OR RELATIVE TARGET, ONE NAMING PRODUCTION, ONE
      *        INSIDE THE PRODUCTION ROOT DECLARED IN TSTREFPROD (OR
      *        NO ROOT DECLARED), OR A REQUEST WITH NO BRANCH.
      *
      *        REQUEST ROWS (TSTREQ): T TARGET DIRECTORY, B BRANCH
      *        (ONE PER ROW), K NINE-DIGIT MASK KEY, U REQUESTING USER.
      *
      *  MOD HISTORY:
      *   111328 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTREF.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-11-13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSTREQ-FILE ASSIGN TO "TSTREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSTREQ-STATUS.

           SELECT WORKIN-FILE ASSIGN TO WS-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKIN-STATUS.

           SELECT WORKOUT-FILE ASSIGN TO WS-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKOUT-STATUS.

           SELECT TSTMAN-FILE ASSIGN TO WS-MAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSTMAN-STATUS.

           SELECT TSTREF-RPT ASSIGN TO "TSTREF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TSTREQ-FILE.
       01  TSTREQ-REC.
           05  TRQ-TYPE              PIC X(01).
               88  TRQ-TARGET                   VALUE "T".
               88  TRQ-BRANCH                   VALUE "B".
               88  TRQ-KEY                      VALUE "K".
               88  TRQ-USER                     VALUE "U".
           05  TRQ-VALUE             PIC X(60).

       FD  WORKIN-FILE.
       01  WORKIN-REC                PIC X(400).

       FD  WORKOUT-FILE.
       01  WORKOUT-REC               PIC X(400).

       FD  TSTMAN-FILE.
       01  TSTMAN-REC                PIC X(132).

       FD  TSTREF-RPT.
       01  RPT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  TSTREQ-STATUS             PIC XX.
           88  TSTREQ-EOF                       VALUE "10".
       01  WORKIN-STATUS             PIC XX.
           88  WORKIN-EOF                       VALUE "10".
       01  WORKOUT-STATUS            PIC XX.
       01  TSTMAN-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TIME-RAW               PIC 9(08).
       01  WS-IN-NAME                PIC X(12).
       01  WS-OUT-NAME               PIC X(80).
       01  WS-MAN-NAME               PIC X(80).
       01  WS-TARGET                 PIC X(60).
       01  WS-TARGET-LEN             PIC 9(03) COMP.
       01  WS-PROD-ROOT              PIC X(60).
       01  WS-PROD-LEN               PIC 9(03) COMP.
       01  WS-USER                   PIC X(08).
       01  WS-REFUSE-MSG             PIC X(60).
       01  WS-HIT-CNT                PIC 9(03) COMP.

      * THE MASK KEY - SUPPLIED ON THE REQUEST OR TAKEN FROM THE
      * CLOCK.  EACH DIGIT POSITION OF A MASKED NUMBER IS SHIFTED BY
      * 1 THRU 9 (NEVER 0, SO EVERY DIGIT CHANGES) DEPENDING ON THE
      * KEY DIGIT FOR THAT POSITION.
       01  WS-KEY-SOURCE             PIC X(09).
       01  WS-KEY                    PIC 9(09).
       01  FILLER REDEFINES WS-KEY.
           05  WS-KEY-DIGIT          PIC 9(01) OCCURS 9 TIMES.
       01  WS-SHIFT                  PIC 9(01) COMP.
       01  WS-DIGIT-X                PIC X(01).
       01  WS-DIGIT REDEFINES WS-DIGIT-X
                                     PIC 9(01).

      * THE BRANCHES TO COPY.
       01  WS-MAX-BR                 PIC 9(03) COMP VALUE 200.
       01  WS-BR-CNT                 PIC 9(03) COMP VALUE 0.
       01  WS-BR-SUB                 PIC 9(03) COMP.
       01  WS-BR-OVER                PIC 9(03) COMP VALUE 0.
       01  WS-BR-TABLE.
           05  WS-BR-NO              PIC X(04) OCCURS 200 TIMES.
       01  WS-TEST-BR                PIC X(04).
       01  WS-BR-FOUND-FG            PIC X(01).

      * THE FILE ROSTER.  FOR EACH EXTRACT: ITS NAME, WHERE ITS
      * BRANCH SITS (000 - NOT BRANCH-OWNED, A BANK TRANSMISSION
      * COPIED WHOLE SO ITS TRAILER TOTALS STILL PROVE), WHERE A
      * RECORD-TYPE BYTE SITS AND THE TYPE THAT CARRIES THE MASKED
      * FIELDS (000 - EVERY ROW), THEN UP TO THREE FIELDS TO MASK AS
      * POSITION, LENGTH AND KIND:
      *     S  SSN                  A  BANK OR MICR ACCOUNT NUMBER
      *     N  BORROWER NAME        R  REMITTER NAME
      * LNFULL: LN-SSNO(1), LN-SSNO(2) AND LN-NAME LEAD THE LN1 ROW
      * IMAGE BEHIND THE 58-BYTE BALANCE PREFIX.  THE LPHIST EXTRACT
      * DOES NOT CARRY LP-SSNO AND THE LXE/LXG/LTI/LTP EXTRACTS HOLD
      * NOTHING PERSONAL - THEY ARE COPIED AS THEY STAND.  MICR
      * ROUTING NUMBERS ARE THE BANK'S, NOT THE CUSTOMER'S, AND STAY
      * AS THEY ARE SO THE LOCKBOX ABA CHECK STILL PASSES IN TEST.
       01  WS-ROSTER.
           05  FILLER PIC X(37) VALUE
               "LNFULL      001000 05909S06809S07725N".
           05  FILLER PIC X(37) VALUE
               "LPHIST      001000 00000 00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "LXEEXT      001000 00000 00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "LXGEXT      001000 00000 00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "LTIEXT      001000 00000 00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "LTPEXT      001000 00000 00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "LNEXT8      001000 01525N00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "LNEXT9      001000 01525N00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "SSNEXT      001000 01509S00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "SSNSPL      001000 01509S00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "OCH         001000 01509S02409S00000 ".
           05  FILLER PIC X(37) VALUE
               "SIFILE      001000 07817A00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "LBXIMG      000000 03012A00000 00000 ".
           05  FILLER PIC X(37) VALUE
               "LBXIN       000001D04212A09425R00000 ".
           05  FILLER PIC X(37) VALUE
               "WIRIN       000000 02825R00000 00000 ".
       01  FILLER REDEFINES WS-ROSTER.
           05  WS-RST-ENTRY OCCURS 15 TIMES.
               10  WS-RST-NAME       PIC X(12).
               10  WS-RST-BR-POS     PIC 9(03).
               10  WS-RST-RT-POS     PIC 9(03).
               10  WS-RST-RT-VAL     PIC X(01).
               10  WS-RST-MASK OCCURS 3 TIMES.
                   15  WS-RST-M-POS  PIC 9(03).
                   15  WS-RST-M-LEN  PIC 9(02).
                   15  WS-RST-M-KIND PIC X(01).
       01  WS-RST-CNT                PIC 9(02) COMP VALUE 15.
       01  WS-FILE-SUB               PIC 9(02) COMP.
       01  WS-M-SUB                  PIC 9(01) COMP.

      * ONE FIELD BEING MASKED.
       01  WS-FLD                    PIC X(25).
       01  WS-FLD-POS                PIC 9(03) COMP.
       01  WS-FLD-LEN                PIC 9(02) COMP.
       01  WS-CHR-SUB                PIC 9(02) COMP.
       01  WS-HASH                   PIC 9(09) COMP.
       01  WS-PSEUDO                 PIC 9(06).
       01  WS-MASKED-FG              PIC X(01).

       01  WS-FILE-READ              PIC 9(09) COMP.
       01  WS-FILE-COPIED            PIC 9(09) COMP.
       01  WS-FILE-MASK-CNT          PIC 9(09) COMP OCCURS 4 TIMES.
       01  WS-KIND-SUB               PIC 9(01) COMP.
       01  WS-TOT-FILES              PIC 9(03) COMP VALUE 0.
       01  WS-TOT-MISSING            PIC 9(03) COMP VALUE 0.
       01  WS-TOT-COPIED             PIC 9(09) COMP VALUE 0.
       01  WS-TOT-MASKED             PIC 9(09) COMP VALUE 0.
       01  WS-EDIT-CNT               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-CNT2              PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-S                 PIC ZZZ,ZZ9.
       01  WS-EDIT-N                 PIC ZZZ,ZZ9.
       01  WS-EDIT-R                 PIC ZZZ,ZZ9.
       01  WS-EDIT-A                 PIC ZZZ,ZZ9.
       01  WS-EDIT-POS               PIC ZZ9.
       01  WS-EDIT-LEN               PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-REQUEST
           PERFORM 1600-GUARD-TARGET THRU 1600-EXIT
           PERFORM 1800-OPEN-MANIFEST
           PERFORM 2000-ALL-FILES
           PERFORM 3000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           OPEN INPUT  TSTREQ-FILE
           OPEN OUTPUT TSTREF-RPT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO WS-TARGET WS-USER WS-KEY-SOURCE
                          WS-PROD-ROOT
           ACCEPT WS-PROD-ROOT FROM ENVIRONMENT "TSTREFPROD"
           MOVE SPACES TO RPT-LINE
           STRING "MASKED TEST-DATA REFRESH  RUN " WS-RUN-DATE
                  " " WS-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1500-READ-REQUEST.
           READ TSTREQ-FILE AT END SET TSTREQ-EOF TO TRUE END-READ
           PERFORM 1510-ONE-REQUEST UNTIL TSTREQ-EOF
           IF WS-USER = SPACES
              MOVE "UNKNOWN" TO WS-USER
           END-IF
      * A KEY THAT IS NOT NINE DIGITS IS NOT A KEY - THE CLOCK IS
      * USED INSTEAD, THE SAME AS NO KEY AT ALL.
           IF WS-KEY-SOURCE IS NUMERIC
              MOVE WS-KEY-SOURCE TO WS-KEY
           ELSE
              COMPUTE WS-KEY = WS-TIME-RAW * 7 + WS-RUN-DATE
              MOVE SPACES TO WS-KEY-SOURCE
           END-IF.

       1510-ONE-REQUEST.
           EVALUATE TRUE
               WHEN TRQ-TARGET
                    MOVE TRQ-VALUE TO WS-TARGET
               WHEN TRQ-BRANCH
                    IF WS-BR-CNT < WS-MAX-BR
                       ADD 1 TO WS-BR-CNT
                       MOVE TRQ-VALUE(1:4) TO WS-BR-NO(WS-BR-CNT)
                    ELSE
                       ADD 1 TO WS-BR-OVER
                    END-IF
               WHEN TRQ-KEY
                    MOVE TRQ-VALUE(1:9) TO WS-KEY-SOURCE
               WHEN TRQ-USER
                    MOVE TRQ-VALUE(1:8) TO WS-USER
           END-EVALUATE
           READ TSTREQ-FILE AT END SET TSTREQ-EOF TO TRUE END-READ.

      ******************************************************************
      * NOTHING IS COPIED UNLESS THE TARGET IS PROVABLY NOT PRODUCTION:
      * AN ABSOLUTE DIRECTORY, NOT NAMING PRODUCTION, AND OUTSIDE THE
      * PRODUCTION ROOT OPERATIONS DECLARES IN TSTREFPROD.
      ******************************************************************
       1600-GUARD-TARGET.
           MOVE SPACES TO WS-REFUSE-MSG
           IF WS-TARGET = SPACES
              MOVE "NO TARGET DIRECTORY ON THE REQUEST"
                 TO WS-REFUSE-MSG
              GO TO 1600-REFUSE
           END-IF
           IF WS-TARGET(1:1) NOT = "/"
              MOVE "TARGET IS NOT AN ABSOLUTE PATH" TO WS-REFUSE-MSG
              GO TO 1600-REFUSE
           END-IF
           MOVE 0 TO WS-HIT-CNT
           INSPECT WS-TARGET TALLYING WS-HIT-CNT
               FOR ALL "PROD" ALL "prod" ALL "Prod"
           IF WS-HIT-CNT > 0
              MOVE "TARGET NAMES PRODUCTION" TO WS-REFUSE-MSG
              GO TO 1600-REFUSE
           END-IF
           IF WS-PROD-ROOT = SPACES
              MOVE "NO PRODUCTION ROOT DECLARED IN TSTREFPROD"
                 TO WS-REFUSE-MSG
              GO TO 1600-REFUSE
           END-IF
           MOVE 0 TO WS-PROD-LEN WS-TARGET-LEN
           INSPECT WS-PROD-ROOT TALLYING WS-PROD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-TARGET TALLYING WS-TARGET-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TARGET-LEN NOT < WS-PROD-LEN
              IF WS-TARGET(1:WS-PROD-LEN) = WS-PROD-ROOT(1:WS-PROD-LEN)
                 MOVE "TARGET IS INSIDE THE PRODUCTION ROOT"
                    TO WS-REFUSE-MSG
                 GO TO 1600-REFUSE
              END-IF
           END-IF
           IF WS-BR-CNT = 0
              MOVE "NO BRANCH ON THE REQUEST" TO WS-REFUSE-MSG
              GO TO 1600-REFUSE
           END-IF
           IF WS-BR-OVER > 0
              MOVE "MORE BRANCHES THAN THE TABLE HOLDS"
                 TO WS-REFUSE-MSG
              GO TO 1600-REFUSE
           END-IF
           IF WS-TARGET(WS-TARGET-LEN:1) NOT = "/"
              ADD 1 TO WS-TARGET-LEN
              MOVE "/" TO WS-TARGET(WS-TARGET-LEN:1)
           END-IF
           GO TO 1600-EXIT.

       1600-REFUSE.
           MOVE SPACES TO RPT-LINE
           STRING "*** REFUSED - " WS-REFUSE-MSG
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "    TARGET: " WS-TARGET
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "    NOTHING COPIED" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 8 TO RETURN-CODE
           CLOSE TSTREQ-FILE TSTREF-RPT
           STOP RUN.

       1600-EXIT.
           EXIT.

       1800-OPEN-MANIFEST.
           MOVE SPACES TO WS-MAN-NAME
           STRING WS-TARGET(1:WS-TARGET-LEN) "TSTREF.MAN"
               DELIMITED BY SIZE INTO WS-MAN-NAME
           OPEN OUTPUT TSTMAN-FILE
           MOVE SPACES TO TSTMAN-REC
           STRING "H RUN " WS-RUN-DATE " " WS-TIME-RAW(1:6)
                  "  USER " WS-USER
                  "  TARGET " WS-TARGET
               DELIMITED BY SIZE INTO TSTMAN-REC
           WRITE TSTMAN-REC
           MOVE SPACES TO TSTMAN-REC
           IF WS-KEY-SOURCE = SPACES
              MOVE "K MASK KEY TAKEN FROM THE CLOCK - NOT RECORDED"
                 TO TSTMAN-REC
           ELSE
              MOVE "K MASK KEY SUPPLIED ON THE REQUEST - NOT RECORDED"
                 TO TSTMAN-REC
           END-IF
           WRITE TSTMAN-REC
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
               MOVE SPACES TO TSTMAN-REC
               STRING "B BRANCH " WS-BR-NO(WS-BR-SUB)
                   DELIMITED BY SIZE INTO TSTMAN-REC
               WRITE TSTMAN-REC
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "TARGET " WS-TARGET "  USER " WS-USER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BR-CNT TO WS-EDIT-S
           MOVE SPACES TO RPT-LINE
           STRING "BRANCHES SELECTED " WS-EDIT-S
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "FILE               READ       COPIED"
                  "      SSN     NAME    REMIT  ACCOUNT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       2000-ALL-FILES.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-RST-CNT
               PERFORM 2100-ONE-FILE
           END-PERFORM.

      * AN EXTRACT NOT PRESENT IN PRODUCTION TONIGHT IS NOTED ON THE
      * MANIFEST AND THE REPORT, AND THE REST STILL COPY.
       2100-ONE-FILE.
           MOVE WS-RST-NAME(WS-FILE-SUB) TO WS-IN-NAME
           MOVE SPACES TO WS-OUT-NAME
           STRING WS-TARGET(1:WS-TARGET-LEN) WS-IN-NAME
               DELIMITED BY SPACE INTO WS-OUT-NAME
           MOVE 0 TO WS-FILE-READ WS-FILE-COPIED
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > 4
               MOVE 0 TO WS-FILE-MASK-CNT(WS-KIND-SUB)
           END-PERFORM
           OPEN INPUT WORKIN-FILE
           IF WORKIN-STATUS NOT = "00"
              ADD 1 TO WS-TOT-MISSING
              MOVE SPACES TO RPT-LINE
              STRING WS-IN-NAME " NOT PRESENT - NOT COPIED"
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO TSTMAN-REC
              STRING "F " WS-IN-NAME " NOT PRESENT"
                  DELIMITED BY SIZE INTO TSTMAN-REC
              WRITE TSTMAN-REC
           ELSE
              ADD 1 TO WS-TOT-FILES
              OPEN OUTPUT WORKOUT-FILE
              READ WORKIN-FILE AT END SET WORKIN-EOF TO TRUE END-READ
              PERFORM 2200-ONE-RECORD UNTIL WORKIN-EOF
              CLOSE WORKIN-FILE WORKOUT-FILE
              PERFORM 2700-FILE-LINES
           END-IF.

       2200-ONE-RECORD.
           ADD 1 TO WS-FILE-READ
           MOVE "Y" TO WS-BR-FOUND-FG
           IF WS-RST-BR-POS(WS-FILE-SUB) > 0
              MOVE WORKIN-REC(WS-RST-BR-POS(WS-FILE-SUB):4)
                 TO WS-TEST-BR
              PERFORM 2250-BRANCH-TEST
           END-IF
           IF WS-BR-FOUND-FG = "Y"
              IF WS-RST-RT-POS(WS-FILE-SUB) = 0
                 PERFORM 2300-MASK-ROW
              ELSE
                 IF WORKIN-REC(WS-RST-RT-POS(WS-FILE-SUB):1)
                    = WS-RST-RT-VAL(WS-FILE-SUB)
                    PERFORM 2300-MASK-ROW
                 END-IF
              END-IF
              ADD 1 TO WS-FILE-COPIED
              WRITE WORKOUT-REC FROM WORKIN-REC
           END-IF
           READ WORKIN-FILE AT END SET WORKIN-EOF TO TRUE END-READ.

       2250-BRANCH-TEST.
           MOVE "N" TO WS-BR-FOUND-FG
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-CNT
                      OR WS-BR-FOUND-FG = "Y"
               IF WS-BR-NO(WS-BR-SUB) = WS-TEST-BR
                  MOVE "Y" TO WS-BR-FOUND-FG
               END-IF
           END-PERFORM.

       2300-MASK-ROW.
           PERFORM VARYING WS-M-SUB FROM 1 BY 1 UNTIL WS-M-SUB > 3
               IF WS-RST-M-KIND(WS-FILE-SUB, WS-M-SUB) NOT = SPACE
                  PERFORM 2400-MASK-FIELD
               END-IF
           END-PERFORM.

       2400-MASK-FIELD.
           MOVE WS-RST-M-POS(WS-FILE-SUB, WS-M-SUB) TO WS-FLD-POS
           MOVE WS-RST-M-LEN(WS-FILE-SUB, WS-M-SUB) TO WS-FLD-LEN
           MOVE SPACES TO WS-FLD
           MOVE WORKIN-REC(WS-FLD-POS:WS-FLD-LEN)
              TO WS-FLD(1:WS-FLD-LEN)
           MOVE "N" TO WS-MASKED-FG
           EVALUATE WS-RST-M-KIND(WS-FILE-SUB, WS-M-SUB)
      * A ZERO SSN IS "NO SECOND BORROWER" AND STAYS ZERO.
               WHEN "S"
                    MOVE 1 TO WS-KIND-SUB
                    IF WS-FLD(1:WS-FLD-LEN) NOT = ALL "0"
                       AND WS-FLD(1:WS-FLD-LEN) NOT = SPACES
                       PERFORM 2500-MASK-DIGITS
                    END-IF
               WHEN "N"
                    MOVE 2 TO WS-KIND-SUB
                    IF WS-FLD NOT = SPACES
                       PERFORM 2600-MASK-NAME
                       MOVE SPACES TO WS-FLD
                       STRING "BORROWER " WS-PSEUDO
                           DELIMITED BY SIZE INTO WS-FLD
                    END-IF
               WHEN "R"
                    MOVE 3 TO WS-KIND-SUB
                    IF WS-FLD NOT = SPACES
                       PERFORM 2600-MASK-NAME
                       MOVE SPACES TO WS-FLD
                       STRING "REMITTER " WS-PSEUDO
                           DELIMITED BY SIZE INTO WS-FLD
                    END-IF
               WHEN "A"
                    MOVE 4 TO WS-KIND-SUB
                    PERFORM 2500-MASK-DIGITS
           END-EVALUATE
           IF WORKIN-REC(WS-FLD-POS:WS-FLD-LEN)
              NOT = WS-FLD(1:WS-FLD-LEN)
              MOVE WS-FLD(1:WS-FLD-LEN)
                 TO WORKIN-REC(WS-FLD-POS:WS-FLD-LEN)
              ADD 1 TO WS-FILE-MASK-CNT(WS-KIND-SUB)
           END-IF.

      ******************************************************************
      * EVERY DIGIT IS SHIFTED BY ITS POSITION'S KEY DIGIT; ANYTHING
      * ELSE (DASHES, BLANKS IN A MICR FIELD) IS LEFT WHERE IT IS.  THE
      * SAME NUMBER ALWAYS COMES OUT THE SAME UNDER ONE KEY, AND TWO
      * DIFFERENT NUMBERS NEVER COME OUT ALIKE.
      ******************************************************************
       2500-MASK-DIGITS.
           PERFORM VARYING WS-CHR-SUB FROM 1 BY 1
                   UNTIL WS-CHR-SUB > WS-FLD-LEN
               MOVE WS-FLD(WS-CHR-SUB:1) TO WS-DIGIT-X
               IF WS-DIGIT-X IS NUMERIC
                  COMPUTE WS-SHIFT = FUNCTION MOD(
                      WS-KEY-DIGIT(FUNCTION MOD(WS-CHR-SUB - 1, 9) + 1)
                      + WS-CHR-SUB, 9) + 1
                  COMPUTE WS-DIGIT =
                      FUNCTION MOD(WS-DIGIT + WS-SHIFT, 10)
                  MOVE WS-DIGIT-X TO WS-FLD(WS-CHR-SUB:1)
               END-IF
           END-PERFORM.

      ******************************************************************
      * A NAME BECOMES A SIX-DIGIT PSEUDONYM HASHED FROM ITS LETTERS
      * AND THE KEY, SO ONE PERSON CARRIES ONE PSEUDONYM EVERYWHERE.
      ******************************************************************
       2600-MASK-NAME.
           MOVE WS-KEY TO WS-HASH
           PERFORM VARYING WS-CHR-SUB FROM 1 BY 1
                   UNTIL WS-CHR-SUB > WS-FLD-LEN
               COMPUTE WS-HASH = FUNCTION MOD(
                   WS-HASH * 31 + FUNCTION ORD(WS-FLD(WS-CHR-SUB:1)),
                   999983)
           END-PERFORM
           COMPUTE WS-PSEUDO = FUNCTION MOD(WS-HASH + WS-KEY, 1000000).

       2700-FILE-LINES.
           MOVE WS-FILE-READ   TO WS-EDIT-CNT
           MOVE WS-FILE-COPIED TO WS-EDIT-CNT2
           MOVE WS-FILE-MASK-CNT(1) TO WS-EDIT-S
           MOVE WS-FILE-MASK-CNT(2) TO WS-EDIT-N
           MOVE WS-FILE-MASK-CNT(3) TO WS-EDIT-R
           MOVE WS-FILE-MASK-CNT(4) TO WS-EDIT-A
           ADD WS-FILE-COPIED TO WS-TOT-COPIED
           ADD WS-FILE-MASK-CNT(1) WS-FILE-MASK-CNT(2)
               WS-FILE-MASK-CNT(3) WS-FILE-MASK-CNT(4)
               TO WS-TOT-MASKED
           MOVE SPACES TO RPT-LINE
           STRING WS-IN-NAME WS-EDIT-CNT WS-EDIT-CNT2 "  "
                  WS-EDIT-S "  " WS-EDIT-N "  " WS-EDIT-R "  "
                  WS-EDIT-A
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO TSTMAN-REC
           STRING "F " WS-IN-NAME " READ " WS-EDIT-CNT
                  " COPIED " WS-EDIT-CNT2
                  " MASKED SSN " WS-EDIT-S " NAME " WS-EDIT-N
                  " REMIT " WS-EDIT-R " ACCT " WS-EDIT-A
               DELIMITED BY SIZE INTO TSTMAN-REC
           WRITE TSTMAN-REC
           PERFORM VARYING WS-M-SUB FROM 1 BY 1 UNTIL WS-M-SUB > 3
               IF WS-RST-M-KIND(WS-FILE-SUB, WS-M-SUB) NOT = SPACE
                  MOVE WS-RST-M-POS(WS-FILE-SUB, WS-M-SUB)
                     TO WS-EDIT-POS
                  MOVE WS-RST-M-LEN(WS-FILE-SUB, WS-M-SUB)
                     TO WS-EDIT-LEN
                  MOVE SPACES TO TSTMAN-REC
                  STRING "M " WS-IN-NAME " POS " WS-EDIT-POS
                         " LEN " WS-EDIT-LEN " KIND "
                         WS-RST-M-KIND(WS-FILE-SUB, WS-M-SUB)
                      DELIMITED BY SIZE INTO TSTMAN-REC
                  WRITE TSTMAN-REC
               END-IF
           END-PERFORM.

       3000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-FILES TO WS-EDIT-S
           MOVE WS-TOT-MISSING TO WS-EDIT-N
           MOVE SPACES TO RPT-LINE
           STRING "FILES COPIED " WS-EDIT-S
                  "   NOT PRESENT " WS-EDIT-N
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-COPIED TO WS-EDIT-CNT
           MOVE WS-TOT-MASKED TO WS-EDIT-CNT2
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS COPIED " WS-EDIT-CNT
                  "   FIELDS MASKED " WS-EDIT-CNT2
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO TSTMAN-REC
           STRING "T FILES " WS-EDIT-S " RECORDS " WS-EDIT-CNT
                  " FIELDS MASKED " WS-EDIT-CNT2
               DELIMITED BY SIZE INTO TSTMAN-REC
           WRITE TSTMAN-REC
           CLOSE TSTMAN-FILE
           IF WS-TOT-MISSING > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           CLOSE TSTREQ-FILE TSTREF-RPT
           STOP RUN.
