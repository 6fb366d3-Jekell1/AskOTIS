      *================================================================*
      *   P R O G R A M :  C F D I G N                                 *
      *================================================================*
      *  AUTHOR       : LOAN SYSTEMS GROUP
      *  DATE-WRITTEN : 2028-12-25
      *  DESC: DAILY CFDI BUILD FOR THE PESO BRANCHES.  POSTING OPENS
      *        A PENDING ROW ON THE KEYED CFD MASTER (CFDI-RECORD) FOR
      *        EVERY INTEREST OR FEE COLLECTION, CARRYING THE AMOUNTS,
      *        THE INTEREST AND LATE-CHARGE PORTIONS AND THEIR IVA,
      *        AND MARKS A REVERSED PAYMENT'S ROW FOR CANCELLATION.
      *        THIS JOB WALKS THE MASTER:
      *          - A PENDING ROW (OR ONE THE PAC REJECTED, ONCE THE
      *            DATA IS FIXED) GETS ITS CFDI 4.0 PAYMENT RECEIPT -
      *            TYPE "P" WITH THE PAGOS 2.0 COMPLEMENT - BUILT AS
      *            ONE XML PAYLOAD ON CFDOUT FOR SUBMISSION TO THE
      *            PAC, AND IS MARKED SENT
      *          - A ROW MARKED FOR CANCELLATION THAT CARRIES ITS
      *            STAMPED UUID GOES OUT ON CFDCAN AS A CANCELLATION
      *            REQUEST (MOTIVE 02) AND IS MARKED CANCEL-SENT; ONE
      *            STILL WAITING ON ITS UUID WAITS
      *        THE ISSUING BRANCH'S RFC, NAME, TAX REGIME, EXPEDITION
      *        POSTAL CODE, SERIES AND FORM OF PAYMENT COME FROM THE
      *        CFDEMI TABLE - A BRANCH WITHOUT A ROW HAS ITS RECEIPTS
      *        HELD.  THE BORROWER'S RFC, NAME, REGIME, POSTAL CODE
      *        AND THE UUID OF THE LOAN'S OWN INVOICE COME FROM THE
      *        KEYED CFDCUS FILE; A BORROWER NOT ON IT IS RECEIPTED
      *        TO THE GENERAL-PUBLIC RFC AND LISTED FOR FOLLOW-UP.
      *        THE LP SEQUENCE IS THE FOLIO'S SUFFIX AND THE
      *        INSTALLMENT NUMBER.  CFDILD LOADS THE PAC'S ANSWERS.
      *
      *  MOD HISTORY:
      *   122528 RTC  ORIGINAL PROGRAM.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDIGN.
       AUTHOR. LOAN SYSTEMS GROUP.
       DATE-WRITTEN. 2028-12-25.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFD-FILE ASSIGN TO "CFD"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CFD-KEY
               FILE STATUS IS CFD-STATUS.

           SELECT CFDCUS-FILE ASSIGN TO "CFDCUS"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CUS-KEY
               FILE STATUS IS CFDCUS-STATUS.

           SELECT OPTIONAL CFDEMI-FILE ASSIGN TO "CFDEMI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFDEMI-STATUS.

           SELECT CFDOUT-FILE ASSIGN TO "CFDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFDOUT-STATUS.

           SELECT CFDCAN-FILE ASSIGN TO "CFDCAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFDCAN-STATUS.

           SELECT CFDIGN-RPT ASSIGN TO "CFDIGN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * CFDI RECEIPTS (FROM CFDI-RECORD AT POSTING).
       FD  CFD-FILE.
       01  CFD-REC.
           05  CFD-KEY.
               10  CFD-BRNO          PIC X(04).
               10  CFD-ACCTNO        PIC X(10).
               10  CFD-SEQNO         PIC 9(05).
           05  CFD-STATUS-CD         PIC X(01).
               88  CFD-PENDING                  VALUE "P".
               88  CFD-SENT                     VALUE "S".
               88  CFD-STAMPED                  VALUE "T".
               88  CFD-REJECTED                 VALUE "E".
               88  CFD-CANCEL-REQ               VALUE "C".
               88  CFD-CANCEL-SENT              VALUE "X".
               88  CFD-CANCELLED                VALUE "K".
               88  CFD-VOIDED                   VALUE "V".
           05  CFD-POST-DATE         PIC 9(08).
           05  CFD-PAYDATE           PIC 9(08).
           05  CFD-TRCD              PIC X(02).
           05  CFD-REFCD             PIC X(05).
           05  CFD-CHANNEL           PIC X(03).
           05  CFD-TRAMT             PIC S9(07)V99.
           05  CFD-APCUR             PIC S9(07)V99.
           05  CFD-APINT             PIC S9(07)V99.
           05  CFD-APLC              PIC S9(07)V99.
           05  CFD-IVA-INT           PIC S9(07)V99.
           05  CFD-IVA-FEE           PIC S9(07)V99.
           05  CFD-IVA-PCT           PIC 9(02)V99.
           05  CFD-PRIOR-BAL         PIC S9(07)V99.
           05  CFD-NEW-BAL           PIC S9(07)V99.
           05  CFD-UUID              PIC X(36).
           05  CFD-SENT-DATE         PIC 9(08).
           05  CFD-STAMP-DATE        PIC 9(08).
           05  CFD-CANCEL-DATE       PIC 9(08).
           05  CFD-PAC-MSG           PIC X(30).

      * BORROWER FISCAL DATA, KEPT BY THE PESO BRANCHES.
       FD  CFDCUS-FILE.
       01  CFDCUS-REC.
           05  CUS-KEY.
               10  CUS-BRNO          PIC X(04).
               10  CUS-ACCTNO        PIC X(10).
           05  CUS-RFC               PIC X(13).
           05  CUS-NAME              PIC X(60).
           05  CUS-REGIMEN           PIC X(03).
           05  CUS-POSTAL-CD         PIC X(05).
           05  CUS-DOC-UUID          PIC X(36).

      * ISSUER DATA BY PESO BRANCH.
       FD  CFDEMI-FILE.
       01  CFDEMI-REC.
           05  EMI-BRNO              PIC X(04).
           05  EMI-RFC               PIC X(13).
           05  EMI-NAME              PIC X(60).
           05  EMI-REGIMEN           PIC X(03).
           05  EMI-POSTAL-CD         PIC X(05).
           05  EMI-SERIE             PIC X(10).
           05  EMI-FORMA-PAGO        PIC X(02).

       FD  CFDOUT-FILE.
       01  CFDOUT-REC.
           05  CFX-BRNO              PIC X(04).
           05  CFX-ACCTNO            PIC X(10).
           05  CFX-SEQNO             PIC 9(05).
           05  CFX-XML               PIC X(3000).

       FD  CFDCAN-FILE.
       01  CFDCAN-REC.
           05  CFC-BRNO              PIC X(04).
           05  CFC-ACCTNO            PIC X(10).
           05  CFC-SEQNO             PIC 9(05).
           05  CFC-EMI-RFC           PIC X(13).
           05  CFC-RCP-RFC           PIC X(13).
           05  CFC-UUID              PIC X(36).
           05  CFC-MOTIVE            PIC X(02).
           05  CFC-TOTAL             PIC S9(07)V99.
           05  CFC-REQ-DATE          PIC 9(08).

       FD  CFDIGN-RPT.
       01  RPT-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       01  CFD-STATUS                PIC XX.
           88  CFD-EOF                          VALUE "10".
       01  CFDCUS-STATUS             PIC XX.
       01  CFDEMI-STATUS             PIC XX.
           88  CFDEMI-EOF                       VALUE "10".
       01  CFDOUT-STATUS             PIC XX.
       01  CFDCAN-STATUS             PIC XX.
       01  RPT-STATUS                PIC XX.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-CUS-OPEN-FG            PIC X(01) VALUE "N".
       01  WS-GENERIC-FG             PIC X(01).

       01  WS-MAX-EMI                PIC 9(03) COMP VALUE 200.
       01  WS-EMI-CNT                PIC 9(03) COMP VALUE 0.
       01  WS-EMI-SUB                PIC 9(03) COMP.
       01  WS-EMI-TABLE.
           05  WS-EMI-ENTRY OCCURS 200 TIMES.
               10  WS-EMI-BRNO       PIC X(04).
               10  WS-EMI-RFC        PIC X(13).
               10  WS-EMI-NAME       PIC X(60).
               10  WS-EMI-REGIMEN    PIC X(03).
               10  WS-EMI-POSTAL-CD  PIC X(05).
               10  WS-EMI-SERIE      PIC X(10).
               10  WS-EMI-FORMA-PAGO PIC X(02).

      * XML ASSEMBLY - TEXT IS APPENDED AT WS-PTR.  A TEXT VALUE ENDS
      * AT ITS FIRST DOUBLE SPACE; AN AMOUNT LOSES ITS LEADING SPACES.
       01  WS-PTR                    PIC 9(04) COMP.
       01  WS-PUT-TEXT               PIC X(62).
       01  WS-PUT-AMT                PIC S9(09)V99.
       01  WS-PUT-EDIT               PIC Z(08)9.99.
       01  WS-PUT-LEAD               PIC 9(02) COMP.
       01  WS-PUT-DATE               PIC 9(08).
       01  WS-PUT-DATE-X REDEFINES WS-PUT-DATE.
           05  WS-PUT-YYYY           PIC X(04).
           05  WS-PUT-MM             PIC X(02).
           05  WS-PUT-DD             PIC X(02).
       01  WS-TASA                   PIC 9V9(06).
       01  WS-TASA-EDIT              PIC 9.9(06).
       01  WS-IVA-TOTAL              PIC S9(07)V99.
       01  WS-IVA-BASE               PIC S9(07)V99.
       01  WS-SEQ-EDIT               PIC 9(05).
       01  WS-PCT-WHOLE              PIC 9(02).

       01  WS-RCP-RFC                PIC X(13).
       01  WS-RCP-NAME               PIC X(60).
       01  WS-RCP-REGIMEN            PIC X(03).
       01  WS-RCP-POSTAL-CD          PIC X(05).
       01  WS-RCP-USO                PIC X(04).
       01  WS-DOC-UUID               PIC X(36).

       01  WS-CNT-BUILT              PIC 9(07) COMP VALUE 0.
       01  WS-CNT-GENERIC            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-HELD               PIC 9(07) COMP VALUE 0.
       01  WS-CNT-CANCELLED          PIC 9(07) COMP VALUE 0.
       01  WS-CNT-WAITING            PIC 9(07) COMP VALUE 0.
       01  WS-CNT-EMI-OVFL           PIC 9(05) COMP VALUE 0.
       01  WS-AMT-BUILT              PIC S9(11)V99 VALUE 0.
       01  WS-AMT-IVA                PIC S9(11)V99 VALUE 0.
       01  WS-AMT-CANCELLED          PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-CNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-DTL-LINE.
           05  DTL-BRNO              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACCTNO            PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-SEQNO             PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-PAYDATE           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-TRAMT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-IVA               PIC ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  DTL-ACTION            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-RECEIPTS
           PERFORM 5000-TOTALS
           PERFORM 9999-EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O CFD-FILE
           IF CFD-STATUS = "35"
              OPEN OUTPUT CFD-FILE
              CLOSE CFD-FILE
              OPEN I-O CFD-FILE
           END-IF
           OPEN INPUT CFDCUS-FILE
           IF CFDCUS-STATUS = "00"
              MOVE "Y" TO WS-CUS-OPEN-FG
           END-IF
           OPEN INPUT CFDEMI-FILE
           MOVE "00" TO CFDEMI-STATUS
           READ CFDEMI-FILE AT END SET CFDEMI-EOF TO TRUE END-READ
           PERFORM 1100-LOAD-EMITTER UNTIL CFDEMI-EOF
           CLOSE CFDEMI-FILE
           OPEN OUTPUT CFDOUT-FILE
           OPEN OUTPUT CFDCAN-FILE
           OPEN OUTPUT CFDIGN-RPT
           MOVE SPACES TO RPT-LINE
           STRING "CFDI PAYMENT RECEIPT BUILD FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRNO  ACCOUNT     SEQNO  PAY DATE          AMOUNT"
                  "          IVA  ACTION"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-EMITTER.
           IF WS-EMI-CNT < WS-MAX-EMI
              ADD 1 TO WS-EMI-CNT
              MOVE EMI-BRNO       TO WS-EMI-BRNO(WS-EMI-CNT)
              MOVE EMI-RFC        TO WS-EMI-RFC(WS-EMI-CNT)
              MOVE EMI-NAME       TO WS-EMI-NAME(WS-EMI-CNT)
              MOVE EMI-REGIMEN    TO WS-EMI-REGIMEN(WS-EMI-CNT)
              MOVE EMI-POSTAL-CD  TO WS-EMI-POSTAL-CD(WS-EMI-CNT)
              MOVE EMI-SERIE      TO WS-EMI-SERIE(WS-EMI-CNT)
              MOVE EMI-FORMA-PAGO TO WS-EMI-FORMA-PAGO(WS-EMI-CNT)
           ELSE
              ADD 1 TO WS-CNT-EMI-OVFL
           END-IF
           READ CFDEMI-FILE AT END SET CFDEMI-EOF TO TRUE END-READ.

       2000-SWEEP-RECEIPTS.
           READ CFD-FILE NEXT AT END SET CFD-EOF TO TRUE END-READ
           PERFORM 2100-ONE-RECEIPT UNTIL CFD-EOF.

       2100-ONE-RECEIPT.
           EVALUATE TRUE
               WHEN CFD-PENDING
               WHEN CFD-REJECTED
                    PERFORM 3000-BUILD-RECEIPT THRU 3000-EXIT
               WHEN CFD-CANCEL-REQ
                    PERFORM 4000-REQUEST-CANCEL THRU 4000-EXIT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           READ CFD-FILE NEXT AT END SET CFD-EOF TO TRUE END-READ.

      *----------------------------------------------------------------*
      * ONE PAYMENT RECEIPT - CFDI 4.0 TYPE "P", PAGOS 2.0 COMPLEMENT.
      *----------------------------------------------------------------*
       3000-BUILD-RECEIPT.
           PERFORM 8000-FIND-EMITTER
           IF WS-EMI-SUB = 0
              ADD 1 TO WS-CNT-HELD
              MOVE "HELD - NO CFDEMI ROW FOR BRANCH" TO DTL-ACTION
              PERFORM 7000-DETAIL-LINE
              GO TO 3000-EXIT
           END-IF
           PERFORM 3100-RECEIVER
           COMPUTE WS-IVA-TOTAL = CFD-IVA-INT + CFD-IVA-FEE
           COMPUTE WS-IVA-BASE  = CFD-APINT + CFD-APLC - WS-IVA-TOTAL
           COMPUTE WS-TASA = CFD-IVA-PCT / 100
           MOVE WS-TASA TO WS-TASA-EDIT
           MOVE CFD-IVA-PCT TO WS-PCT-WHOLE
           MOVE CFD-SEQNO TO WS-SEQ-EDIT

           MOVE SPACES    TO CFDOUT-REC
           MOVE CFD-BRNO   TO CFX-BRNO
           MOVE CFD-ACCTNO TO CFX-ACCTNO
           MOVE CFD-SEQNO  TO CFX-SEQNO
           MOVE 1 TO WS-PTR
           STRING '<?xml version="1.0" encoding="UTF-8"?>'
                  '<cfdi:Comprobante'
                  ' xmlns:cfdi="http://www.sat.gob.mx/cfd/4"'
                  ' xmlns:pago20="http://www.sat.gob.mx/Pagos20"'
                  ' Version="4.0" Serie="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-EMI-SERIE(WS-EMI-SUB) TO WS-PUT-TEXT
           PERFORM 8100-PUT-TEXT
           STRING '" Folio="' CFD-ACCTNO WS-SEQ-EDIT '" Fecha="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE CFD-POST-DATE TO WS-PUT-DATE
           PERFORM 8300-PUT-DATE
           STRING '" SubTotal="0" Moneda="XXX" Total="0"'
                  ' TipoDeComprobante="P" Exportacion="01"'
                  ' LugarExpedicion="' WS-EMI-POSTAL-CD(WS-EMI-SUB)
                  '"><cfdi:Emisor Rfc="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-EMI-RFC(WS-EMI-SUB) TO WS-PUT-TEXT
           PERFORM 8100-PUT-TEXT
           STRING '" Nombre="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-EMI-NAME(WS-EMI-SUB) TO WS-PUT-TEXT
           PERFORM 8100-PUT-TEXT
           STRING '" RegimenFiscal="' WS-EMI-REGIMEN(WS-EMI-SUB)
                  '"/><cfdi:Receptor Rfc="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-RCP-RFC TO WS-PUT-TEXT
           PERFORM 8100-PUT-TEXT
           STRING '" Nombre="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-RCP-NAME TO WS-PUT-TEXT
           PERFORM 8100-PUT-TEXT
           STRING '" DomicilioFiscalReceptor="' WS-RCP-POSTAL-CD
                  '" RegimenFiscalReceptor="' WS-RCP-REGIMEN
                  '" UsoCFDI="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-RCP-USO TO WS-PUT-TEXT
           PERFORM 8100-PUT-TEXT
           STRING '"/><cfdi:Conceptos><cfdi:Concepto'
                  ' ClaveProdServ="84111506" Cantidad="1"'
                  ' ClaveUnidad="ACT" Descripcion="Pago"'
                  ' ValorUnitario="0" Importe="0" ObjetoImp="01"/>'
                  '</cfdi:Conceptos><cfdi:Complemento>'
                  '<pago20:Pagos Version="2.0"><pago20:Totales'
                  ' MontoTotalPagos="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE CFD-TRAMT TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
           IF WS-IVA-TOTAL > 0
              AND (WS-PCT-WHOLE = 16 OR WS-PCT-WHOLE = 8)
              STRING '" TotalTrasladosBaseIVA' WS-PCT-WHOLE '="'
                  DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
              MOVE WS-IVA-BASE TO WS-PUT-AMT
              PERFORM 8200-PUT-AMT
              STRING '" TotalTrasladosImpuestoIVA' WS-PCT-WHOLE '="'
                  DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
              MOVE WS-IVA-TOTAL TO WS-PUT-AMT
              PERFORM 8200-PUT-AMT
           END-IF
           STRING '"/><pago20:Pago FechaPago="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE CFD-PAYDATE TO WS-PUT-DATE
           PERFORM 8300-PUT-DATE
           STRING '" FormaDePagoP="' WS-EMI-FORMA-PAGO(WS-EMI-SUB)
                  '" MonedaP="MXN" TipoCambioP="1" Monto="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE CFD-TRAMT TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
           STRING '"><pago20:DoctoRelacionado IdDocumento="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-DOC-UUID TO WS-PUT-TEXT
           PERFORM 8100-PUT-TEXT
           STRING '" MonedaDR="MXN" EquivalenciaDR="1"'
                  ' NumParcialidad="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE CFD-SEQNO TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
      * THE INSTALLMENT NUMBER IS A WHOLE NUMBER - DROP THE ".00".
           SUBTRACT 3 FROM WS-PTR
           STRING '" ImpSaldoAnt="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE CFD-PRIOR-BAL TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
           STRING '" ImpPagado="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE CFD-TRAMT TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
           STRING '" ImpSaldoInsoluto="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE CFD-NEW-BAL TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
           IF WS-IVA-TOTAL > 0
              PERFORM 3200-PUT-TAXES
           ELSE
              STRING '" ObjetoImpDR="01"/></pago20:Pago>'
                  DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           END-IF
           STRING '</pago20:Pagos></cfdi:Complemento>'
                  '</cfdi:Comprobante>'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           WRITE CFDOUT-REC

           MOVE "S"         TO CFD-STATUS-CD
           MOVE WS-RUN-DATE TO CFD-SENT-DATE
           MOVE SPACES      TO CFD-PAC-MSG
           REWRITE CFD-REC
           ADD 1 TO WS-CNT-BUILT
           ADD CFD-TRAMT    TO WS-AMT-BUILT
           ADD WS-IVA-TOTAL TO WS-AMT-IVA
           IF WS-GENERIC-FG = "Y"
              ADD 1 TO WS-CNT-GENERIC
              MOVE "BUILT - GENERAL PUBLIC RFC (NO CFDCUS)"
                TO DTL-ACTION
           ELSE
              MOVE "BUILT" TO DTL-ACTION
           END-IF
           PERFORM 7000-DETAIL-LINE.
       3000-EXIT.
           EXIT.

      * THE BORROWER'S FISCAL DATA, OR THE GENERAL PUBLIC.
       3100-RECEIVER.
           MOVE "N" TO WS-GENERIC-FG
           IF WS-CUS-OPEN-FG = "Y"
              MOVE CFD-BRNO   TO CUS-BRNO
              MOVE CFD-ACCTNO TO CUS-ACCTNO
              READ CFDCUS-FILE
                  INVALID KEY MOVE "Y" TO WS-GENERIC-FG
              END-READ
           ELSE
              MOVE "Y" TO WS-GENERIC-FG
           END-IF
           IF WS-GENERIC-FG = "Y"
              MOVE "XAXX010101000"      TO WS-RCP-RFC
              MOVE "PUBLICO EN GENERAL" TO WS-RCP-NAME
              MOVE "616"                TO WS-RCP-REGIMEN
              MOVE WS-EMI-POSTAL-CD(WS-EMI-SUB) TO WS-RCP-POSTAL-CD
              MOVE "S01"                TO WS-RCP-USO
              MOVE SPACES               TO WS-DOC-UUID
           ELSE
              MOVE CUS-RFC       TO WS-RCP-RFC
              MOVE CUS-NAME      TO WS-RCP-NAME
              MOVE CUS-REGIMEN   TO WS-RCP-REGIMEN
              MOVE CUS-POSTAL-CD TO WS-RCP-POSTAL-CD
              MOVE "CP01"        TO WS-RCP-USO
              MOVE CUS-DOC-UUID  TO WS-DOC-UUID
           END-IF.

      * THE IVA CARRIED IN THE INTEREST AND LATE CHARGES PAID, AT THE
      * DOCUMENT AND AT THE PAYMENT LEVEL.
       3200-PUT-TAXES.
           STRING '" ObjetoImpDR="02"><pago20:ImpuestosDR>'
                  '<pago20:TrasladosDR><pago20:TrasladoDR BaseDR="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-IVA-BASE TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
           STRING '" ImpuestoDR="002" TipoFactorDR="Tasa"'
                  ' TasaOCuotaDR="' WS-TASA-EDIT '" ImporteDR="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-IVA-TOTAL TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
           STRING '"/></pago20:TrasladosDR></pago20:ImpuestosDR>'
                  '</pago20:DoctoRelacionado><pago20:ImpuestosP>'
                  '<pago20:TrasladosP><pago20:TrasladoP BaseP="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-IVA-BASE TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
           STRING '" ImpuestoP="002" TipoFactorP="Tasa"'
                  ' TasaOCuotaP="' WS-TASA-EDIT '" ImporteP="'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR
           MOVE WS-IVA-TOTAL TO WS-PUT-AMT
           PERFORM 8200-PUT-AMT
           STRING '"/></pago20:TrasladosP></pago20:ImpuestosP>'
                  '</pago20:Pago>'
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR.

      *----------------------------------------------------------------*
      * A REVERSED PAYMENT'S STAMPED RECEIPT IS CANCELLED (MOTIVE 02 -
      * ISSUED WITH ERRORS, NO REPLACEMENT).  UNTIL THE PAC HAS
      * RETURNED THE UUID THERE IS NOTHING TO CANCEL YET.
      *----------------------------------------------------------------*
       4000-REQUEST-CANCEL.
           IF CFD-UUID = SPACES
              ADD 1 TO WS-CNT-WAITING
              MOVE "CANCEL WAITING ON UUID" TO DTL-ACTION
              PERFORM 7000-DETAIL-LINE
              GO TO 4000-EXIT
           END-IF
           PERFORM 8000-FIND-EMITTER
           IF WS-EMI-SUB = 0
              ADD 1 TO WS-CNT-HELD
              MOVE "CANCEL HELD - NO CFDEMI ROW" TO DTL-ACTION
              PERFORM 7000-DETAIL-LINE
              GO TO 4000-EXIT
           END-IF
           PERFORM 3100-RECEIVER
           MOVE SPACES                 TO CFDCAN-REC
           MOVE CFD-BRNO               TO CFC-BRNO
           MOVE CFD-ACCTNO             TO CFC-ACCTNO
           MOVE CFD-SEQNO              TO CFC-SEQNO
           MOVE WS-EMI-RFC(WS-EMI-SUB) TO CFC-EMI-RFC
           MOVE WS-RCP-RFC             TO CFC-RCP-RFC
           MOVE CFD-UUID               TO CFC-UUID
           MOVE "02"                   TO CFC-MOTIVE
           MOVE CFD-TRAMT              TO CFC-TOTAL
           MOVE WS-RUN-DATE            TO CFC-REQ-DATE
           WRITE CFDCAN-REC
           MOVE "X" TO CFD-STATUS-CD
           REWRITE CFD-REC
           ADD 1 TO WS-CNT-CANCELLED
           ADD CFD-TRAMT TO WS-AMT-CANCELLED
           MOVE "CANCELLATION REQUESTED" TO DTL-ACTION
           PERFORM 7000-DETAIL-LINE.
       4000-EXIT.
           EXIT.

       5000-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-BUILT TO WS-EDIT-CNT
           MOVE WS-AMT-BUILT TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "RECEIPTS BUILT          " WS-EDIT-CNT "  "
                  WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AMT-IVA TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "  IVA ON THOSE RECEIPTS           " WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-GENERIC TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "  TO GENERAL PUBLIC RFC " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-CANCELLED TO WS-EDIT-CNT
           MOVE WS-AMT-CANCELLED TO WS-EDIT-AMT
           MOVE SPACES TO RPT-LINE
           STRING "CANCELLATIONS REQUESTED " WS-EDIT-CNT "  "
                  WS-EDIT-AMT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-WAITING TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "CANCELS WAITING ON UUID " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CNT-HELD TO WS-EDIT-CNT
           MOVE SPACES TO RPT-LINE
           STRING "HELD - NO ISSUER ROW    " WS-EDIT-CNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CNT-EMI-OVFL NOT = 0
              MOVE WS-CNT-EMI-OVFL TO WS-EDIT-CNT
              MOVE SPACES TO RPT-LINE
              STRING "** CFDEMI TABLE FULL - ROWS IGNORED "
                     WS-EDIT-CNT
                  DELIMITED BY SIZE INTO RPT-LINE
              WRITE RPT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       7000-DETAIL-LINE.
           MOVE CFD-BRNO    TO DTL-BRNO
           MOVE CFD-ACCTNO  TO DTL-ACCTNO
           MOVE CFD-SEQNO   TO DTL-SEQNO
           MOVE CFD-PAYDATE TO DTL-PAYDATE
           MOVE CFD-TRAMT   TO DTL-TRAMT
           COMPUTE DTL-IVA = CFD-IVA-INT + CFD-IVA-FEE
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       8000-FIND-EMITTER.
           PERFORM VARYING WS-EMI-SUB FROM 1 BY 1
                   UNTIL WS-EMI-SUB > WS-EMI-CNT
                      OR WS-EMI-BRNO(WS-EMI-SUB) = CFD-BRNO
               CONTINUE
           END-PERFORM
           IF WS-EMI-SUB > WS-EMI-CNT
              MOVE 0 TO WS-EMI-SUB
           END-IF.

       8100-PUT-TEXT.
           STRING WS-PUT-TEXT DELIMITED BY "  "
               INTO CFX-XML WITH POINTER WS-PTR.

       8200-PUT-AMT.
           MOVE WS-PUT-AMT TO WS-PUT-EDIT
           MOVE 0 TO WS-PUT-LEAD
           INSPECT WS-PUT-EDIT TALLYING WS-PUT-LEAD FOR LEADING SPACES
           STRING WS-PUT-EDIT(WS-PUT-LEAD + 1:12 - WS-PUT-LEAD)
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR.

       8300-PUT-DATE.
           STRING WS-PUT-YYYY "-" WS-PUT-MM "-" WS-PUT-DD "T12:00:00"
               DELIMITED BY SIZE INTO CFX-XML WITH POINTER WS-PTR.

       9999-EXIT.
           CLOSE CFD-FILE CFDOUT-FILE CFDCAN-FILE CFDIGN-RPT
           IF WS-CUS-OPEN-FG = "Y"
              CLOSE CFDCUS-FILE
           END-IF
           STOP RUN.
