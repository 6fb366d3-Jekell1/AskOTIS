      *        BR-MACHINE ROUTING ALL HAVE TO AGREE OR MAIN-PROGRAM
      *        REJECTS WITH STATUS 4 OR 26.  ONE CONTROLLED RUN OVER
      *        THE FILE EXTRACTS (LNFULL, BREXT, RCEXT, QTEXT,
      *        SUSEXT, PTPEXT, WHS, CVR, ARREXT, THE ACCOUNT-KEYED
      *        MASTER DUMPS AND THE SCH AND LOCHST HISTORIES)
      *        DRIVEN BY THE CONREQ ROW
      *        (SOURCE BRANCH, TARGET BRANCH, MODE):
      *          "P" - PRE-FLIGHT: INVENTORY ONLY, NOTHING WRITTEN
      *          "R" - RUN: EVERY SOURCE-BRANCH RECORD RE-KEYED TO
      *   112927 RTC  ORIGINAL PROGRAM.
      *   022128 RTC  WORK RECORD LENGTH RAISED TO 258 TO CARRY THE
      *               FULL LNFULL ROW WITHOUT TRUNCATION.
      *   031229 RTC  THE ARR ARRANGEMENTS, THE ACCOUNT-KEYED MASTERS
      *               (SIF, RPI, CVL, NAS, DFE, SOL, CPM, FHL, ALT,
      *               CFD, SCQ, CMP AND CMH, FROM THEIR DUMPS) AND THE
      *               SCH AND LOCHST HISTORIES ARE RE-KEYED WITH THE
      *               BRANCH.  WORK RECORD RAISED TO 320 FOR THE CPM
      *               AND SCH ROWS.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCONS.
           05  CRQ-SUPERVISOR        PIC X(08).

       FD  WORKIN-FILE.
       01  WORKIN-REC                PIC X(320).

       FD  WORKOUT-FILE.
       01  WORKOUT-REC               PIC X(320).

       FD  CONAUD-FILE.
       01  CONAUD-REC.

      * THE FILE ROSTER: EXTRACT NAME, RE-KEYED COPY NAME, AND WHERE
      * THE BRANCH SITS IN THE RECORD (CVR/WHS CARRY IT AFTER THE
      * HELD TIMESTAMP AND BATCH ID, SCH AFTER ITS RUN DATE, LOCHST
      * AFTER ITS RUN DATE AND TIME).
       01  WS-MAX-FILE               PIC 9(02) COMP VALUE 24.
       01  WS-ROSTER.
           05  FILLER PIC X(30) VALUE "LNFULL      LNFULL.NEW  01".
           05  FILLER PIC X(30) VALUE "BREXT       BREXT.NEW   01".
           05  FILLER PIC X(30) VALUE "PTPEXT      PTPEXT.NEW  01".
           05  FILLER PIC X(30) VALUE "WHS         WHS.NEW     25".
           05  FILLER PIC X(30) VALUE "CVR         CVR.NEW     25".
           05  FILLER PIC X(30) VALUE "ARREXT      ARREXT.NEW  01".
           05  FILLER PIC X(30) VALUE "SIFDMP      SIFDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "RPIDMP      RPIDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "CVLDMP      CVLDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "NASDMP      NASDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "DFEDMP      DFEDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "SOLDMP      SOLDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "CPMDMP      CPMDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "FHLDMP      FHLDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "ALTDMP      ALTDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "CFDDMP      CFDDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "SCQDMP      SCQDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "CMPDMP      CMPDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "CMHDMP      CMHDMP.NEW  01".
           05  FILLER PIC X(30) VALUE "SCH         SCH.NEW     09".
           05  FILLER PIC X(30) VALUE "LOCHST      LOCHST.NEW  15".
       01  FILLER REDEFINES WS-ROSTER.
           05  WS-ROSTER-ENTRY OCCURS 24 TIMES.
               10  WS-RST-IN         PIC X(12).
               10  WS-RST-OUT        PIC X(12).
               10  WS-RST-OFFSET     PIC 9(02).

       2000-ALL-FILES.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-MAX-FILE
               PERFORM 2100-ONE-FILE
           END-PERFORM.

