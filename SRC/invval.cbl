      *              THE SALES SIDE ALREADY CATCHES, NOW FOR STOCK.
      * 03/09/2026 - WITH THE INVENTORY NOW KEYED BY BOOK AND BRANCH,
      *              EACH LINE SHOWS THE BRANCH NEXT TO THE BOOK.
      * 15/10/2026 - STOCK IS NOW ALSO VALUED AT COST. EACH LINE
      *              CARRIES THE TITLE'S MOVING-AVERAGE COST FROM
      *              CUSTOMF.DAT (KEPT BY INVRCPT) AND THE ON-HAND
      *              EXTENDED AT IT, NEXT TO THE RETAIL FIGURES; THE
      *              SERIES SUBTOTALS AND THE GRAND TOTAL SHOW BOTH.
      *              A TITLE HOLDING STOCK WITH NO AVERAGE COST YET IS
      *              FLAGGED AND COUNTED, NOT VALUED AT ZERO IN SILENCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVAL.
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT COSTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BOOKNUM
               FILE STATUS IS WS-CST-STATUS.

           SELECT INVVALREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-INVVAL-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  COSTMASTERFILE.
       01  CST-RECORD.
           05 CST-BOOKNUM        PIC X(5).
           05 CST-CUSTO-MEDIO    PIC 9(5)V99.
           05 CST-ULT-CUSTO      PIC 9(5)V99.
           05 CST-ULT-DATA       PIC 9(8).

       FD  INVVALREPORTFILE.
       01  WS-INVVAL-RPT-LINE    PIC X(130).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BOOKINV-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-CUSTOMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTOMF.DAT".
       77  WS-PTH-INVVAL-RPT PIC X(44)
           VALUE "ASSETS/INVVAL.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-INVVAL-RPT-LEN     PIC 9(03) VALUE 130.
       77  WS-BIF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BIF-STATUS-OK   VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-CST-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CST-STATUS-OK   VALUE "00".

       77  WS-TITLE-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-ORPHAN-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-LINE-VALUE         PIC 9(11)V99 VALUE ZEROS.
       77  WS-SERIE-VALUE        PIC 9(13)V99 VALUE ZEROS.
       77  WS-GRAND-VALUE        PIC 9(13)V99 VALUE ZEROS.
       77  WS-LINE-CUSTO         PIC 9(11)V99 VALUE ZEROS.
       77  WS-SERIE-CUSTO        PIC 9(13)V99 VALUE ZEROS.
       77  WS-GRAND-CUSTO        PIC 9(13)V99 VALUE ZEROS.
       77  WS-SEM-CUSTO-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-PREV-SERIE         PIC X(1) VALUE SPACE.
       77  WS-FIRST-SW           PIC X(1) VALUE "Y".
           88 WS-FIRST-TITLE     VALUE "Y".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(09) VALUE "ESTOQUE".
           05 FILLER             PIC X(12) VALUE "PRECO".
           05 FILLER             PIC X(15) VALUE "VALOR".
           05 FILLER             PIC X(10) VALUE "CUSTO MED".
           05 FILLER             PIC X(14) VALUE "VALOR A CUSTO".

       01  INVVAL-DETAIL-LINE.
           05 IVL-BOOKNUM        PIC X(5).
           05 IVL-PRICE          PIC ZZZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 IVL-VALUE          PIC Z(9)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 IVL-CUSTO          PIC ZZZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 IVL-VALOR-CUSTO    PIC Z(9)9,99.
           05 IVL-NOTA           PIC X(22) VALUE SPACES.

       01  INVVAL-SERIE-LINE.
           05 ISL-SERIE          PIC X(1).
           05 FILLER             PIC X(12) VALUE ":           ".
           05 ISL-VALUE          PIC Z(11)9,99.
           05 FILLER             PIC X(11) VALUE "  A CUSTO: ".
           05 ISL-CUSTO          PIC Z(11)9,99.

       01  INVVAL-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "VALOR TOTAL DO ESTOQUE:       ".
           05 ITL-VALUE          PIC Z(11)9,99.

       01  INVVAL-TOTAL-CUSTO-LINE.
           05 FILLER             PIC X(30)
              VALUE "VALOR TOTAL A CUSTO MEDIO:    ".
           05 ITC-VALUE          PIC Z(11)9,99.

       01  INVVAL-SEMCUSTO-LINE.
           05 FILLER             PIC X(30)
              VALUE "SEM CUSTO MEDIO:              ".
           05 ISC-COUNT          PIC ZZZZ9.

       01  INVVAL-COUNT-LINE.
           05 FILLER             PIC X(30)
              VALUE "TITULOS AVALIADOS:            ".
       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-INVVAL-RPT.

       0001-500-LOG-START.
           OPEN OUTPUT INVVALREPORTFILE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "AVALIACAO DO ESTOQUE A PRECO DE CAPA E A CUSTO"
               TO RPT-BH-TITLE.
           WRITE WS-INVVAL-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
               SET ENDOFINVENTORY TO TRUE
           ELSE
               OPEN INPUT BOOKMASTERFILE
               OPEN INPUT COSTMASTERFILE
               PERFORM 0002-500-READ-INVENTORY
           END-IF.

               ADD WS-LINE-VALUE TO WS-SERIE-VALUE
               ADD WS-LINE-VALUE TO WS-GRAND-VALUE
           END-IF.
           PERFORM 0003-500-VALUE-AT-COST.
           ADD 1 TO WS-TITLE-COUNT.
           MOVE INVVAL-DETAIL-LINE TO WS-INVVAL-RPT-LINE.
           CALL "DECFMT" USING WS-INVVAL-RPT-LINE, WS-INVVAL-RPT-LEN.
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-500-READ-INVENTORY.

       0003-500-VALUE-AT-COST.
           MOVE ZEROS TO CST-CUSTO-MEDIO.
           IF WS-CST-STATUS-OK OR WS-CST-STATUS = "23"
               MOVE BIF-BOOKNUM TO CST-BOOKNUM
               READ COSTMASTERFILE
                   INVALID KEY MOVE ZEROS TO CST-CUSTO-MEDIO
               END-READ
           END-IF.
           IF CST-CUSTO-MEDIO = ZEROS
               MOVE ZEROS TO IVL-CUSTO IVL-VALOR-CUSTO
               IF BIF-ONHAND > ZEROS
                   IF IVL-NOTA = SPACES
                       MOVE " ** SEM CUSTO MEDIO" TO IVL-NOTA
                   END-IF
                   ADD 1 TO WS-SEM-CUSTO-COUNT
               END-IF
           ELSE
               MOVE CST-CUSTO-MEDIO TO IVL-CUSTO
               COMPUTE WS-LINE-CUSTO = BIF-ONHAND * CST-CUSTO-MEDIO
               MOVE WS-LINE-CUSTO TO IVL-VALOR-CUSTO
               ADD WS-LINE-CUSTO TO WS-SERIE-CUSTO
               ADD WS-LINE-CUSTO TO WS-GRAND-CUSTO
           END-IF.

       0003-700-WRITE-SERIE-TOTAL.
           MOVE WS-PREV-SERIE TO ISL-SERIE.
           MOVE WS-SERIE-VALUE TO ISL-VALUE.
           MOVE WS-SERIE-CUSTO TO ISL-CUSTO.
           MOVE INVVAL-SERIE-LINE TO WS-INVVAL-RPT-LINE.
           CALL "DECFMT" USING WS-INVVAL-RPT-LINE, WS-INVVAL-RPT-LEN.
           WRITE WS-INVVAL-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-SERIE-VALUE WS-SERIE-CUSTO.

       0004-FINALIZE.
           IF NOT WS-FIRST-TITLE
           CALL "DECFMT" USING WS-INVVAL-RPT-LINE, WS-INVVAL-RPT-LEN.
           WRITE WS-INVVAL-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-GRAND-CUSTO TO ITC-VALUE.
           MOVE INVVAL-TOTAL-CUSTO-LINE TO WS-INVVAL-RPT-LINE.
           CALL "DECFMT" USING WS-INVVAL-RPT-LINE, WS-INVVAL-RPT-LEN.
           WRITE WS-INVVAL-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TITLE-COUNT TO ICL-COUNT.
           WRITE WS-INVVAL-RPT-LINE FROM INVVAL-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-ORPHAN-COUNT TO IOL-COUNT.
           WRITE WS-INVVAL-RPT-LINE FROM INVVAL-ORPH-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SEM-CUSTO-COUNT TO ISC-COUNT.
           WRITE WS-INVVAL-RPT-LINE FROM INVVAL-SEMCUSTO-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-INVVAL-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE INVVALREPORTFILE.
               IF WS-BMF-STATUS-OK OR WS-BMF-STATUS = "23"
                   CLOSE BOOKMASTERFILE
               END-IF
               IF WS-CST-STATUS-OK OR WS-CST-STATUS = "23"
                   CLOSE COSTMASTERFILE
               END-IF
           END-IF.
           DISPLAY 'AVALIACAO DO ESTOQUE CONCLUIDA'.

