      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. WITH BOOKINV.DAT KEYED BY BOOK AND
      *              BRANCH, ONE SHOP CAN SIT BELOW ITS REORDER POINT
      *              ON A TITLE WHILE ANOTHER HOLDS MONTHS OF COVER,
      *              AND INVRCPT WOULD STILL SUGGEST BUYING MORE. THIS
      *              STEP RUNS BEFORE THE REPLENISHMENT SUGGESTIONS.
      *              FOR EACH TITLE IT MEASURES EVERY BRANCH'S COVER IN
      *              WEEKS FROM ITS OWN NET SALES (BY REGION) OVER THE
      *              LAST THREE CLOSED MONTHS OF BSHIST.DAT. A BRANCH
      *              BELOW ITS REORDER POINT (ZERO FALLS BACK TO 10, AS
      *              IN INVRCPT) IS SHORT; A BRANCH IS A DONOR FOR
      *              WHATEVER IT HOLDS ABOVE BOTH ITS OWN REORDER POINT
      *              AND THE MINIMUM COVER IN REBALCTL.DAT (WEEKS,
      *              DEFAULT 8). EACH SHORTAGE IS FILLED FROM THE
      *              DONOR WITH THE LARGEST SURPLUS FIRST. PROPOSALS
      *              GO TO STKXFSUG.DAT IN THE STKXFER.DAT LAYOUT FOR
      *              THE STOCK CONTROLLER TO APPROVE BY COPYING LINES
      *              INTO STKXFER.DAT, AND ARE PRINTED ON STKREBAL.RPT
      *              WITH THE COVER EACH BRANCH WOULD HAVE AFTERWARDS
      *              (9999 WEEKS WHERE THE BRANCH HAD NO NET SALES).
      *              A TITLE WHOSE SHORTAGES ARE ALL FILLED IS LISTED
      *              ON REBALCOB.DAT SO INVRCPT LEAVES IT OUT OF
      *              REPLENISH.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKREBAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKINVENTORYFILE ASSIGN TO DYNAMIC WS-PTH-BOOKINV-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIF-KEY
               FILE STATUS IS WS-BIF-STATUS.

           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-PTH-BSHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT REBALCTLFILE ASSIGN TO DYNAMIC WS-PTH-REBALCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT XFERSUGFILE ASSIGN TO DYNAMIC WS-PTH-STKXFSUG-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COVEREDFILE ASSIGN TO DYNAMIC WS-PTH-REBALCOB-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REBALREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-STKREBAL-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKINVENTORYFILE.
       01  BIF-RECORD.
           02 BIF-KEY.
              03 BIF-BOOKNUM      PIC X(5).
              03 BIF-FILIAL       PIC X(3).
           02 BIF-ONHAND         PIC 9(5).
           02 BIF-REORDER-POINT  PIC 9(5).
           02 BIF-ORDER-QTY      PIC 9(5).

       FD  HISTORYFILE.
       01  HIST-RECORD.
           88 ENDOFHISTORY       VALUE HIGH-VALUES.
           02 HIST-YEARMONTH     PIC 9(6).
           02 HIST-SALE-IMAGE.
              03 HIST-BOOKNUM    PIC X(5).
              03 HIST-COPIES     PIC XX.
              03 HIST-SALESTATUS PIC X.
              03 HIST-SALEDATE   PIC X(8).
              03 HIST-REGION     PIC X(3).
              03 HIST-CLIENTEID  PIC X(6).

       FD  BOOKMASTERFILE.
       01  BMF-RECORD.
           02 BMF-BOOKNUM        PIC X(5).
           02 BMF-BOOKTITLE      PIC X(25).
           02 BMF-AUTHORNAME     PIC X(25).
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  REBALCTLFILE.
       01  RBC-RECORD.
           05 RBC-SEMANAS-MIN    PIC 9(3).

       FD  XFERSUGFILE.
       01  XFR-RECORD.
           05 XFR-BOOKNUM        PIC X(5).
           05 XFR-FILIAL-DE      PIC X(3).
           05 XFR-FILIAL-PARA    PIC X(3).
           05 XFR-QTY            PIC 9(5).
           05 XFR-DATE           PIC 9(8).

       FD  COVEREDFILE.
       01  COB-RECORD.
           05 COB-BOOKNUM        PIC X(5).

       FD  REBALREPORTFILE.
       01  WS-REBAL-RPT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BOOKINV-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-BSHIST-DAT PIC X(44)
           VALUE "ASSETS/BSHIST.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-REBALCTL-DAT PIC X(44)
           VALUE "ASSETS/REBALCTL.DAT".
       77  WS-PTH-STKXFSUG-DAT PIC X(44)
           VALUE "ASSETS/STKXFSUG.DAT".
       77  WS-PTH-REBALCOB-DAT PIC X(44)
           VALUE "ASSETS/REBALCOB.DAT".
       77  WS-PTH-STKREBAL-RPT PIC X(44)
           VALUE "ASSETS/STKREBAL.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-BIF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BIF-STATUS-OK   VALUE "00".
       77  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK  VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CTL-STATUS-OK   VALUE "00".
       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".
       77  WS-BIF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BIF-OPENED      VALUE "Y".

       77  WS-EOF-INV-SW         PIC X(01) VALUE "N".
           88 WS-EOF-INVENTORY   VALUE "Y".
       77  WS-REORDER-THRESHOLD  PIC 9(5) VALUE 10.
       77  WS-SEMANAS-MIN        PIC 9(3) VALUE 8.
       77  WS-MESES-JANELA       PIC 9(2) VALUE 3.
       77  WS-SEMANAS-JANELA     PIC 9(2) VALUE 13.
       77  WS-CURRENT-ABS        PIC 9(7) VALUE ZEROS.
       77  WS-RECORD-ABS         PIC 9(7) VALUE ZEROS.
       77  WS-GRUPO-BOOKNUM      PIC X(5) VALUE SPACES.
       77  WS-HIST-FILIAL        PIC X(3) VALUE SPACES.
       77  WS-RESERVA            PIC S9(7) VALUE ZEROS.
       77  WS-MAIOR-SOBRA        PIC S9(7) VALUE ZEROS.
       77  WS-XFER-QTY           PIC 9(5) VALUE ZEROS.
       77  WS-SEMANAS            PIC 9(4) VALUE ZEROS.
       77  WS-CALC-ONHAND        PIC S9(7) VALUE ZEROS.
       77  WS-CALC-VENDA         PIC S9(7) VALUE ZEROS.
       77  WS-TEM-FALTA-SW       PIC X(01) VALUE "N".
           88 WS-TEM-FALTA       VALUE "Y".
       77  WS-FALTA-RESTA-SW     PIC X(01) VALUE "N".
           88 WS-FALTA-RESTA     VALUE "Y".
       77  WS-TITLE-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-PROPOSAL-COUNT     PIC 9(5) VALUE ZEROS.
       77  WS-COVERED-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-PARTIAL-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-COPIAS-TOTAL       PIC 9(7) VALUE ZEROS.

       01  WS-COPIES-X           PIC XX.
       01  WS-COPIES-N REDEFINES WS-COPIES-X PIC 99.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO         PIC 9(4).
           05 WS-RUN-MES         PIC 9(2).
           05 WS-RUN-DIA         PIC 9(2).

       01  WS-REC-YEARMONTH-X.
           05 WS-REC-ANO         PIC 9(4).
           05 WS-REC-MES         PIC 9(2).

       01  WS-FILIAL-TABLE.
           05 WS-FIL-ENTRY OCCURS 30 TIMES.
              10 WS-FIL-CODIGO   PIC X(3).
              10 WS-FIL-ONHAND   PIC S9(7).
              10 WS-FIL-PONTO    PIC 9(5).
              10 WS-FIL-VENDA    PIC S9(7).
              10 WS-FIL-SOBRA    PIC S9(7).
              10 WS-FIL-FALTA    PIC S9(7).
       01  WS-FIL-COUNT          PIC 9(2) VALUE ZEROS.
       01  FX                    PIC 9(2).
       01  RX                    PIC 9(2).
       01  DX                    PIC 9(2).

       01  WS-PROP-TABLE.
           05 WS-PROP-ENTRY OCCURS 60 TIMES.
              10 WS-PROP-DE      PIC 9(2).
              10 WS-PROP-PARA    PIC 9(2).
              10 WS-PROP-QTY     PIC 9(5).
       01  WS-PROP-COUNT         PIC 9(2) VALUE ZEROS.
       01  PX                    PIC 9(2).

       01  REBAL-HEADING.
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(05) VALUE "DE".
           05 FILLER             PIC X(06) VALUE "PARA".
           05 FILLER             PIC X(07) VALUE "  QTD".
           05 FILLER             PIC X(13) VALUE "COB.DE APOS".
           05 FILLER             PIC X(15) VALUE "COB.PARA APOS".

       01  REBAL-DETAIL-LINE.
           05 RDL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RDL-TITLE          PIC X(25).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RDL-DE             PIC X(3).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RDL-PARA           PIC X(3).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 RDL-QTY            PIC ZZZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 RDL-COB-DE         PIC ZZZ9.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 RDL-COB-PARA       PIC ZZZ9.

       01  REBAL-STATUS-LINE.
           05 FILLER             PIC X(07) VALUE SPACES.
           05 RSL-TEXT           PIC X(60).

       01  REBAL-TOTAL-TIT-LINE.
           05 FILLER             PIC X(30)
              VALUE "TITULOS COM FILIAL EM FALTA:  ".
           05 RTL-TITLES         PIC ZZZZ9.

       01  REBAL-TOTAL-PRP-LINE.
           05 FILLER             PIC X(30)
              VALUE "TRANSFERENCIAS PROPOSTAS:     ".
           05 RTL-PROPOSALS      PIC ZZZZ9.

       01  REBAL-TOTAL-CPS-LINE.
           05 FILLER             PIC X(30)
              VALUE "COPIAS A TRANSFERIR:          ".
           05 RTL-COPIAS         PIC ZZZZZZ9.

       01  REBAL-TOTAL-COB-LINE.
           05 FILLER             PIC X(30)
              VALUE "TITULOS COBERTOS (SEM COMPRA):".
           05 RTL-COVERED        PIC ZZZZ9.

       01  REBAL-TOTAL-PAR-LINE.
           05 FILLER             PIC X(30)
              VALUE "TITULOS AINDA EM FALTA:       ".
           05 RTL-PARTIAL        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-REBALANCE-TITLE UNTIL WS-EOF-INVENTORY.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-BSHIST-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-REBALCTL-DAT.
           CALL "DATADIR" USING WS-PTH-STKXFSUG-DAT.
           CALL "DATADIR" USING WS-PTH-REBALCOB-DAT.
           CALL "DATADIR" USING WS-PTH-STKREBAL-RPT.

       0001-500-LOG-START.
           MOVE "STKREBAL" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "STKREBAL" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-CURRENT-ABS =
               (WS-RUN-ANO * 12) + WS-RUN-MES.
           OPEN INPUT REBALCTLFILE.
           IF WS-CTL-STATUS-OK
               READ REBALCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF RBC-SEMANAS-MIN IS NUMERIC
                          AND RBC-SEMANAS-MIN > ZEROS
                           MOVE RBC-SEMANAS-MIN TO WS-SEMANAS-MIN
                       END-IF
               END-READ
               CLOSE REBALCTLFILE
           END-IF.
           OPEN OUTPUT REBALREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "REDISTRIBUICAO DE ESTOQUE ENTRE FILIAIS - PROPOSTAS"
               TO RPT-BH-TITLE.
           WRITE WS-REBAL-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-REBAL-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-REBAL-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-REBAL-RPT-LINE FROM REBAL-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN OUTPUT XFERSUGFILE.
           OPEN OUTPUT COVEREDFILE.
           OPEN INPUT BOOKMASTERFILE.
           IF WS-BMF-STATUS-OK
               SET WS-BMF-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: BOOKMF.DAT INDISPONIVEL - STATUS '
                   WS-BMF-STATUS ' - TITULOS EM BRANCO'
           END-IF.
           OPEN INPUT BOOKINVENTORYFILE.
           IF NOT WS-BIF-STATUS-OK
               DISPLAY 'SEM BOOKINV.DAT - NADA A REDISTRIBUIR'
               SET WS-EOF-INVENTORY TO TRUE
           ELSE
               SET WS-BIF-OPENED TO TRUE
               MOVE LOW-VALUES TO BIF-KEY
               START BOOKINVENTORYFILE KEY NOT < BIF-KEY
                   INVALID KEY SET WS-EOF-INVENTORY TO TRUE
               END-START
               PERFORM 0002-500-READ-INVENTORY
           END-IF.

       0002-500-READ-INVENTORY.
           READ BOOKINVENTORYFILE NEXT RECORD
               AT END SET WS-EOF-INVENTORY TO TRUE
           END-READ.

       0003-REBALANCE-TITLE.
           MOVE BIF-BOOKNUM TO WS-GRUPO-BOOKNUM.
           MOVE ZEROS TO WS-FIL-COUNT.
           MOVE ZEROS TO WS-PROP-COUNT.
           MOVE "N" TO WS-TEM-FALTA-SW.
           PERFORM UNTIL WS-EOF-INVENTORY
                   OR BIF-BOOKNUM NOT = WS-GRUPO-BOOKNUM
               PERFORM 0003-100-LOAD-BRANCH
               PERFORM 0002-500-READ-INVENTORY
           END-PERFORM.
           IF WS-TEM-FALTA AND WS-FIL-COUNT > 1
               PERFORM 0003-200-SUM-BRANCH-SALES
               PERFORM 0003-300-MEASURE-BRANCH
                   VARYING FX FROM 1 BY 1 UNTIL FX > WS-FIL-COUNT
               PERFORM 0003-400-FILL-SHORTAGE
                   VARYING RX FROM 1 BY 1 UNTIL RX > WS-FIL-COUNT
               IF WS-PROP-COUNT > ZEROS
                   PERFORM 0004-REPORT-TITLE
               END-IF
           END-IF.

       0003-100-LOAD-BRANCH.
           IF WS-FIL-COUNT < 30
               ADD 1 TO WS-FIL-COUNT
               MOVE BIF-FILIAL TO WS-FIL-CODIGO(WS-FIL-COUNT)
               MOVE BIF-ONHAND TO WS-FIL-ONHAND(WS-FIL-COUNT)
               IF BIF-REORDER-POINT IS NUMERIC
                  AND BIF-REORDER-POINT > ZEROS
                   MOVE BIF-REORDER-POINT TO WS-FIL-PONTO(WS-FIL-COUNT)
               ELSE
                   MOVE WS-REORDER-THRESHOLD
                       TO WS-FIL-PONTO(WS-FIL-COUNT)
               END-IF
               MOVE ZEROS TO WS-FIL-VENDA(WS-FIL-COUNT)
               MOVE ZEROS TO WS-FIL-SOBRA(WS-FIL-COUNT)
               MOVE ZEROS TO WS-FIL-FALTA(WS-FIL-COUNT)
               IF WS-FIL-ONHAND(WS-FIL-COUNT)
                  < WS-FIL-PONTO(WS-FIL-COUNT)
                   SET WS-TEM-FALTA TO TRUE
               END-IF
           END-IF.

       0003-200-SUM-BRANCH-SALES.
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               READ HISTORYFILE
                   AT END SET ENDOFHISTORY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFHISTORY
                   IF HIST-BOOKNUM = WS-GRUPO-BOOKNUM
                       PERFORM 0003-250-SUM-ONE-SALE
                   END-IF
                   READ HISTORYFILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
               MOVE SPACES TO HIST-RECORD
           END-IF.

       0003-250-SUM-ONE-SALE.
           MOVE HIST-YEARMONTH TO WS-REC-YEARMONTH-X.
           COMPUTE WS-RECORD-ABS =
               (WS-REC-ANO * 12) + WS-REC-MES.
           IF WS-CURRENT-ABS - WS-RECORD-ABS <= WS-MESES-JANELA
              AND WS-CURRENT-ABS - WS-RECORD-ABS > ZEROS
               IF HIST-REGION = SPACES
                   MOVE "MTZ" TO WS-HIST-FILIAL
               ELSE
                   MOVE HIST-REGION TO WS-HIST-FILIAL
               END-IF
               PERFORM 0003-260-SCAN-BRANCH
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > WS-FIL-COUNT
                   OR WS-FIL-CODIGO(FX) = WS-HIST-FILIAL
               MOVE HIST-COPIES TO WS-COPIES-X
               IF FX NOT > WS-FIL-COUNT
                  AND WS-COPIES-X IS NUMERIC
                   IF HIST-SALESTATUS = "N"
                       ADD WS-COPIES-N TO WS-FIL-VENDA(FX)
                   ELSE
                       IF HIST-SALESTATUS = "R"
                           SUBTRACT WS-COPIES-N FROM WS-FIL-VENDA(FX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0003-260-SCAN-BRANCH.
           CONTINUE.

       0003-300-MEASURE-BRANCH.
           IF WS-FIL-ONHAND(FX) < WS-FIL-PONTO(FX)
               COMPUTE WS-FIL-FALTA(FX) =
                   WS-FIL-PONTO(FX) - WS-FIL-ONHAND(FX)
           ELSE
               MOVE WS-FIL-PONTO(FX) TO WS-RESERVA
               IF WS-FIL-VENDA(FX) > ZEROS
                   COMPUTE WS-CALC-VENDA ROUNDED =
                       (WS-FIL-VENDA(FX) * WS-SEMANAS-MIN)
                       / WS-SEMANAS-JANELA
                   IF WS-CALC-VENDA > WS-RESERVA
                       MOVE WS-CALC-VENDA TO WS-RESERVA
                   END-IF
               END-IF
               IF WS-FIL-ONHAND(FX) > WS-RESERVA
                   COMPUTE WS-FIL-SOBRA(FX) =
                       WS-FIL-ONHAND(FX) - WS-RESERVA
               END-IF
           END-IF.

       0003-400-FILL-SHORTAGE.
           PERFORM UNTIL WS-FIL-FALTA(RX) NOT > ZEROS
               MOVE ZEROS TO DX
               MOVE ZEROS TO WS-MAIOR-SOBRA
               PERFORM 0003-450-PICK-DONOR
                   VARYING FX FROM 1 BY 1 UNTIL FX > WS-FIL-COUNT
               IF DX = ZEROS OR WS-PROP-COUNT NOT < 60
                   MOVE ZEROS TO WS-FIL-FALTA(RX)
               ELSE
                   IF WS-FIL-SOBRA(DX) < WS-FIL-FALTA(RX)
                       MOVE WS-FIL-SOBRA(DX) TO WS-XFER-QTY
                   ELSE
                       MOVE WS-FIL-FALTA(RX) TO WS-XFER-QTY
                   END-IF
                   PERFORM 0003-500-WRITE-PROPOSAL
               END-IF
           END-PERFORM.

       0003-450-PICK-DONOR.
           IF FX NOT = RX
              AND WS-FIL-SOBRA(FX) > WS-MAIOR-SOBRA
               MOVE FX TO DX
               MOVE WS-FIL-SOBRA(FX) TO WS-MAIOR-SOBRA
           END-IF.

       0003-500-WRITE-PROPOSAL.
           SUBTRACT WS-XFER-QTY FROM WS-FIL-SOBRA(DX).
           SUBTRACT WS-XFER-QTY FROM WS-FIL-ONHAND(DX).
           SUBTRACT WS-XFER-QTY FROM WS-FIL-FALTA(RX).
           ADD WS-XFER-QTY TO WS-FIL-ONHAND(RX).
           ADD 1 TO WS-PROP-COUNT.
           MOVE DX TO WS-PROP-DE(WS-PROP-COUNT).
           MOVE RX TO WS-PROP-PARA(WS-PROP-COUNT).
           MOVE WS-XFER-QTY TO WS-PROP-QTY(WS-PROP-COUNT).
           MOVE WS-GRUPO-BOOKNUM TO XFR-BOOKNUM.
           MOVE WS-FIL-CODIGO(DX) TO XFR-FILIAL-DE.
           MOVE WS-FIL-CODIGO(RX) TO XFR-FILIAL-PARA.
           MOVE WS-XFER-QTY TO XFR-QTY.
           MOVE WS-RUN-DATE-NUM TO XFR-DATE.
           WRITE XFR-RECORD.
           ADD 1 TO WS-PROPOSAL-COUNT.
           ADD WS-XFER-QTY TO WS-COPIAS-TOTAL.

       0004-REPORT-TITLE.
           ADD 1 TO WS-TITLE-COUNT.
           MOVE WS-GRUPO-BOOKNUM TO RDL-BOOKNUM.
           MOVE SPACES TO RDL-TITLE.
           IF WS-BMF-OPENED
               MOVE WS-GRUPO-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY MOVE "TITULO NAO CADASTRADO"
                       TO RDL-TITLE
                   NOT INVALID KEY MOVE BMF-BOOKTITLE TO RDL-TITLE
               END-READ
           END-IF.
           MOVE "N" TO WS-FALTA-RESTA-SW.
           PERFORM 0004-300-CHECK-STILL-SHORT
               VARYING FX FROM 1 BY 1 UNTIL FX > WS-FIL-COUNT.
           PERFORM 0004-500-PRINT-PROPOSAL
               VARYING PX FROM 1 BY 1 UNTIL PX > WS-PROP-COUNT.
           IF WS-FALTA-RESTA
               MOVE "FALTA NAO COBERTA POR INTEIRO - SEGUE PARA COMPRA"
                   TO RSL-TEXT
               ADD 1 TO WS-PARTIAL-COUNT
           ELSE
               MOVE "COBERTA POR TRANSFERENCIA - FORA DA REPOSICAO"
                   TO RSL-TEXT
               MOVE WS-GRUPO-BOOKNUM TO COB-BOOKNUM
               WRITE COB-RECORD
               ADD 1 TO WS-COVERED-COUNT
           END-IF.
           WRITE WS-REBAL-RPT-LINE FROM REBAL-STATUS-LINE
               AFTER ADVANCING 1 LINE.

       0004-300-CHECK-STILL-SHORT.
           IF WS-FIL-ONHAND(FX) < WS-FIL-PONTO(FX)
               SET WS-FALTA-RESTA TO TRUE
           END-IF.

       0004-500-PRINT-PROPOSAL.
           MOVE WS-PROP-DE(PX) TO FX.
           MOVE WS-FIL-CODIGO(FX) TO RDL-DE.
           PERFORM 0004-700-COVER-WEEKS.
           MOVE WS-SEMANAS TO RDL-COB-DE.
           MOVE WS-PROP-PARA(PX) TO FX.
           MOVE WS-FIL-CODIGO(FX) TO RDL-PARA.
           PERFORM 0004-700-COVER-WEEKS.
           MOVE WS-SEMANAS TO RDL-COB-PARA.
           MOVE WS-PROP-QTY(PX) TO RDL-QTY.
           WRITE WS-REBAL-RPT-LINE FROM REBAL-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RDL-BOOKNUM.
           MOVE SPACES TO RDL-TITLE.

       0004-700-COVER-WEEKS.
           MOVE WS-FIL-ONHAND(FX) TO WS-CALC-ONHAND.
           IF WS-FIL-VENDA(FX) > ZEROS
               COMPUTE WS-SEMANAS ROUNDED =
                   (WS-CALC-ONHAND * WS-SEMANAS-JANELA)
                   / WS-FIL-VENDA(FX)
                   ON SIZE ERROR MOVE 9999 TO WS-SEMANAS
               END-COMPUTE
           ELSE
               MOVE 9999 TO WS-SEMANAS
           END-IF.

       0005-FINALIZE.
           MOVE WS-TITLE-COUNT TO RTL-TITLES.
           WRITE WS-REBAL-RPT-LINE FROM REBAL-TOTAL-TIT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-PROPOSAL-COUNT TO RTL-PROPOSALS.
           WRITE WS-REBAL-RPT-LINE FROM REBAL-TOTAL-PRP-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-COPIAS-TOTAL TO RTL-COPIAS.
           WRITE WS-REBAL-RPT-LINE FROM REBAL-TOTAL-CPS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-COVERED-COUNT TO RTL-COVERED.
           WRITE WS-REBAL-RPT-LINE FROM REBAL-TOTAL-COB-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-PARTIAL-COUNT TO RTL-PARTIAL.
           WRITE WS-REBAL-RPT-LINE FROM REBAL-TOTAL-PAR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-REBAL-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE REBALREPORTFILE.
           CLOSE XFERSUGFILE.
           CLOSE COVEREDFILE.
           IF WS-BIF-OPENED
               CLOSE BOOKINVENTORYFILE
           END-IF.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           DISPLAY 'PROPOSTAS DE REDISTRIBUICAO CONCLUIDAS'.

       END PROGRAM STKREBAL.
