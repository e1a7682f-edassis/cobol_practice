      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. MONTHLY GROSS MARGIN BY TITLE AND
      *              BY CATALOGUE SERIES (THE LEADING DIGIT OF THE
      *              BOOK NUMBER, AS IN INVVAL). THE TARGET MONTH'S
      *              NET COPIES COME FROM BSHIST.DAT; EACH SALE IS
      *              PRICED AT THE NEWEST PRICEHIST.DAT PRICE IN FORCE
      *              ON ITS SALE DATE (BMF-PRICE WHEN THE TRAIL HAS
      *              NONE THAT OLD, THE SAME RULE AS REVEXT). THE COST
      *              IS THE NET COPIES AT THE TITLE'S MOVING-AVERAGE
      *              COST ON CUSTOMF.DAT. MARGEM.RPT SHOWS REVENUE,
      *              COST, MARGIN AND MARGIN PERCENT PER TITLE, PER
      *              SERIES AND FOR THE MONTH. THE TARGET MONTH IS THE
      *              AAAAMM RUN ARGUMENT, DEFAULTING TO THE MONTH
      *              BEFORE THE RUN DATE. TITLES SOLD WITH NO AVERAGE
      *              COST AND SALES WITH NO PRICE ARE FLAGGED AND
      *              COUNTED RATHER THAN SHOWN AS PURE MARGIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-PTH-BSHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT COSTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BOOKNUM
               FILE STATUS IS WS-CST-STATUS.

           SELECT PRICEHISTFILE ASSIGN TO DYNAMIC WS-PTH-PRICEHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT MARGSORTFILE ASSIGN TO DYNAMIC WS-PTH-MARGEM-SRT.

           SELECT MARGREPORTFILE ASSIGN TO DYNAMIC WS-PTH-MARGEM-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  COSTMASTERFILE.
       01  CST-RECORD.
           05 CST-BOOKNUM        PIC X(5).
           05 CST-CUSTO-MEDIO    PIC 9(5)V99.
           05 CST-ULT-CUSTO      PIC 9(5)V99.
           05 CST-ULT-DATA       PIC 9(8).

       FD  PRICEHISTFILE.
       01  PHIST-RECORD.
           88 ENDOFPRICEHIST     VALUE HIGH-VALUES.
           05 PHIST-BOOKNUM      PIC X(5).
           05 PHIST-DATE         PIC 9(8).
           05 PHIST-PRICE        PIC 9(5)V99.

       SD  MARGSORTFILE.
       01  MSF-SORTREC.
           88 ENDOFMARGSORT      VALUE HIGH-VALUES.
           02 MSF-BOOKNUM        PIC X(5).
           02 MSF-COPIES         PIC S9(5).
           02 MSF-RECEITA        PIC S9(7)V99.

       FD  MARGREPORTFILE.
       01  WS-MARG-RPT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BSHIST-DAT PIC X(44)
           VALUE "ASSETS/BSHIST.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-CUSTOMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTOMF.DAT".
       77  WS-PTH-PRICEHIST-DAT PIC X(44)
           VALUE "ASSETS/PRICEHIST.DAT".
       77  WS-PTH-MARGEM-SRT PIC X(44)
           VALUE "ASSETS/MARGEM.SRT".
       77  WS-PTH-MARGEM-RPT PIC X(44)
           VALUE "ASSETS/MARGEM.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-MARG-RPT-LEN       PIC 9(03) VALUE 120.
       77  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK  VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-CST-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CST-STATUS-OK   VALUE "00".
       77  WS-PHIST-STATUS       PIC X(02) VALUE SPACES.
           88 WS-PHIST-STATUS-OK VALUE "00".

       77  WS-TARGET-YYYYMM      PIC 9(6) VALUE ZEROS.
       77  WS-MES-PARM           PIC X(6) VALUE SPACES.
       77  WS-ABS-MESES          PIC 9(7) VALUE ZEROS.
       77  WS-TGT-ANO            PIC 9(5) VALUE ZEROS.
       77  WS-TGT-MES            PIC 9(2) VALUE ZEROS.

       77  WS-STATUS-X           PIC X VALUE SPACE.
       77  WS-SALEDATE-N         PIC 9(8) VALUE ZEROS.
       77  WS-EFFECTIVE-PRICE    PIC 9(5)V99 VALUE ZEROS.
       77  WS-BEST-PHIST-DATE    PIC 9(8) VALUE ZEROS.
       77  WS-UNPRICED-COUNT     PIC 9(5) VALUE ZEROS.
       77  WS-SEM-CUSTO-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-TITLE-COUNT        PIC 9(5) VALUE ZEROS.

       77  WS-FIRST-GROUP-SW     PIC X(1) VALUE "Y".
           88 WS-FIRST-GROUP     VALUE "Y".
       77  WS-PREV-BOOKNUM       PIC X(5) VALUE SPACES.
       77  WS-PREV-SERIE         PIC X(1) VALUE SPACE.

       77  WS-BOOK-COPIES        PIC S9(7) VALUE ZEROS.
       77  WS-BOOK-RECEITA       PIC S9(9)V99 VALUE ZEROS.
       77  WS-BOOK-CUSTO         PIC S9(9)V99 VALUE ZEROS.
       77  WS-SERIE-COPIES       PIC S9(7) VALUE ZEROS.
       77  WS-SERIE-RECEITA      PIC S9(11)V99 VALUE ZEROS.
       77  WS-SERIE-CUSTO        PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-COPIES       PIC S9(7) VALUE ZEROS.
       77  WS-TOTAL-RECEITA      PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-CUSTO        PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEM-VALOR       PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEM-PCT         PIC S9(5)V9 VALUE ZEROS.

       01  WS-COPIES-X           PIC XX.
       01  WS-COPIES-N REDEFINES WS-COPIES-X PIC 99.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO         PIC 9(4).
           05 WS-RUN-MES         PIC 9(2).
           05 WS-RUN-DIA         PIC 9(2).

       01  MARG-MONTH-LINE.
           05 FILLER             PIC X(21)
              VALUE "MES DE REFERENCIA:   ".
           05 MML-YYYYMM         PIC 9(6).

       01  MARG-HEADING.
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(09) VALUE "COPIAS".
           05 FILLER             PIC X(15) VALUE "RECEITA".
           05 FILLER             PIC X(15) VALUE "CUSTO".
           05 FILLER             PIC X(15) VALUE "MARGEM".
           05 FILLER             PIC X(08) VALUE "MARGEM%".

       01  MARG-DETAIL-LINE.
           05 MDL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 MDL-TITLE          PIC X(25).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 MDL-COPIES         PIC -ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 MDL-RECEITA        PIC -Z(9)9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MDL-CUSTO          PIC -Z(9)9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MDL-MARGEM         PIC -Z(9)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 MDL-PCT            PIC -ZZZ9,9.
           05 MDL-NOTA           PIC X(17) VALUE SPACES.

       01  MARG-SERIE-LINE.
           05 FILLER             PIC X(17)
              VALUE "SUBTOTAL SERIE   ".
           05 MSL-SERIE          PIC X(1).
           05 FILLER             PIC X(16) VALUE SPACES.
           05 MSL-COPIES         PIC -ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 MSL-RECEITA        PIC -Z(9)9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MSL-CUSTO          PIC -Z(9)9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MSL-MARGEM         PIC -Z(9)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 MSL-PCT            PIC -ZZZ9,9.

       01  MARG-TOTAL-LINE.
           05 FILLER             PIC X(34)
              VALUE "TOTAL DO MES".
           05 MTL-COPIES         PIC -ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 MTL-RECEITA        PIC -Z(9)9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MTL-CUSTO          PIC -Z(9)9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 MTL-MARGEM         PIC -Z(9)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 MTL-PCT            PIC -ZZZ9,9.

       01  MARG-TITLE-COUNT-LINE.
           05 FILLER             PIC X(30)
              VALUE "TITULOS COM VENDA NO MES:     ".
           05 MTC-COUNT          PIC ZZZZ9.

       01  MARG-SEMCUSTO-LINE.
           05 FILLER             PIC X(30)
              VALUE "TITULOS SEM CUSTO MEDIO:      ".
           05 MSC-COUNT          PIC ZZZZ9.

       01  MARG-UNPRICED-LINE.
           05 FILLER             PIC X(30)
              VALUE "VENDAS SEM PRECO/CADASTRO:    ".
           05 MUP-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT MARGSORTFILE ON ASCENDING KEY MSF-BOOKNUM
               INPUT PROCEDURE IS 0003-SELECT-MONTH
               OUTPUT PROCEDURE IS 0004-MARGINS.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "MARGEM" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "MARGEM" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           PERFORM 0002-300-GET-TARGET-MONTH.
           OPEN OUTPUT MARGREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "MARGEM BRUTA MENSAL POR TITULO E SERIE"
               TO RPT-BH-TITLE.
           WRITE WS-MARG-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-MARG-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-MARG-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TARGET-YYYYMM TO MML-YYYYMM.
           WRITE WS-MARG-RPT-LINE FROM MARG-MONTH-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-MARG-RPT-LINE FROM MARG-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT BOOKMASTERFILE.
           IF NOT WS-BMF-STATUS-OK
               DISPLAY 'ERRO AO ABRIR BOOKMASTERFILE - STATUS '
                   WS-BMF-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN INPUT COSTMASTERFILE.
           IF NOT WS-CST-STATUS-OK
               DISPLAY 'AVISO: CUSTOMF.DAT INDISPONIVEL - STATUS '
                   WS-CST-STATUS
           END-IF.

       0002-300-GET-TARGET-MONTH.
           MOVE SPACES TO WS-MES-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MES-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-MES-PARM
           END-ACCEPT.
           IF WS-MES-PARM NOT = SPACES
              AND WS-MES-PARM IS NUMERIC
               MOVE WS-MES-PARM TO WS-TARGET-YYYYMM
           ELSE
               COMPUTE WS-ABS-MESES =
                   (WS-RUN-ANO * 12) + WS-RUN-MES - 1
               COMPUTE WS-TGT-ANO = (WS-ABS-MESES - 1) / 12
               COMPUTE WS-TGT-MES =
                   WS-ABS-MESES - (WS-TGT-ANO * 12)
               COMPUTE WS-TARGET-YYYYMM =
                   (WS-TGT-ANO * 100) + WS-TGT-MES
           END-IF.

       0003-SELECT-MONTH.
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               READ HISTORYFILE
                   AT END SET ENDOFHISTORY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFHISTORY
                   IF HIST-YEARMONTH = WS-TARGET-YYYYMM
                       PERFORM 0003-500-RELEASE-SALE
                   END-IF
                   READ HISTORYFILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           ELSE
               DISPLAY 'SEM BSHIST.DAT - NADA A APURAR'
           END-IF.

       0003-500-RELEASE-SALE.
           MOVE HIST-COPIES TO WS-COPIES-X.
           MOVE HIST-SALESTATUS TO WS-STATUS-X.
           IF WS-COPIES-X IS NOT NUMERIC
              OR (WS-STATUS-X NOT = "N" AND WS-STATUS-X NOT = "R")
               CONTINUE
           ELSE
               MOVE HIST-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY MOVE ZEROS TO BMF-PRICE
               END-READ
               PERFORM 0003-400-FIND-EFFECTIVE-PRICE
               IF WS-EFFECTIVE-PRICE = ZEROS
                   ADD 1 TO WS-UNPRICED-COUNT
               ELSE
                   MOVE HIST-BOOKNUM TO MSF-BOOKNUM
                   IF WS-STATUS-X = "N"
                       MOVE WS-COPIES-N TO MSF-COPIES
                   ELSE
                       COMPUTE MSF-COPIES = ZERO - WS-COPIES-N
                   END-IF
                   COMPUTE MSF-RECEITA =
                       MSF-COPIES * WS-EFFECTIVE-PRICE
                   RELEASE MSF-SORTREC
               END-IF
           END-IF.

       0003-400-FIND-EFFECTIVE-PRICE.
           MOVE BMF-PRICE TO WS-EFFECTIVE-PRICE.
           MOVE ZEROS TO WS-BEST-PHIST-DATE.
           IF HIST-SALEDATE IS NUMERIC
               MOVE HIST-SALEDATE TO WS-SALEDATE-N
               OPEN INPUT PRICEHISTFILE
               IF WS-PHIST-STATUS-OK
                   READ PRICEHISTFILE
                       AT END SET ENDOFPRICEHIST TO TRUE
                   END-READ
                   PERFORM UNTIL ENDOFPRICEHIST
                       IF PHIST-BOOKNUM = HIST-BOOKNUM
                          AND PHIST-DATE NOT > WS-SALEDATE-N
                          AND PHIST-DATE NOT < WS-BEST-PHIST-DATE
                           MOVE PHIST-DATE TO WS-BEST-PHIST-DATE
                           MOVE PHIST-PRICE TO WS-EFFECTIVE-PRICE
                       END-IF
                       READ PRICEHISTFILE
                           AT END SET ENDOFPRICEHIST TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE PRICEHISTFILE
                   MOVE SPACES TO PHIST-RECORD
               END-IF
           END-IF.

       0004-MARGINS.
           RETURN MARGSORTFILE
               AT END SET ENDOFMARGSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFMARGSORT
               IF WS-FIRST-GROUP
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   MOVE MSF-BOOKNUM TO WS-PREV-BOOKNUM
                   MOVE MSF-BOOKNUM(1:1) TO WS-PREV-SERIE
               ELSE
                   IF MSF-BOOKNUM NOT = WS-PREV-BOOKNUM
                       PERFORM 0004-500-WRITE-BOOK-LINE
                       IF MSF-BOOKNUM(1:1) NOT = WS-PREV-SERIE
                           PERFORM 0004-700-WRITE-SERIE-LINE
                           MOVE MSF-BOOKNUM(1:1) TO WS-PREV-SERIE
                       END-IF
                       MOVE MSF-BOOKNUM TO WS-PREV-BOOKNUM
                   END-IF
               END-IF
               ADD MSF-COPIES TO WS-BOOK-COPIES
               ADD MSF-RECEITA TO WS-BOOK-RECEITA
               RETURN MARGSORTFILE
                   AT END SET ENDOFMARGSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-500-WRITE-BOOK-LINE
               PERFORM 0004-700-WRITE-SERIE-LINE
           END-IF.

       0004-500-WRITE-BOOK-LINE.
           MOVE WS-PREV-BOOKNUM TO MDL-BOOKNUM.
           MOVE SPACES TO MDL-NOTA.
           MOVE WS-PREV-BOOKNUM TO BMF-BOOKNUM.
           READ BOOKMASTERFILE
               INVALID KEY MOVE "TITULO NAO CADASTRADO" TO MDL-TITLE
               NOT INVALID KEY MOVE BMF-BOOKTITLE TO MDL-TITLE
           END-READ.
           MOVE ZEROS TO CST-CUSTO-MEDIO.
           IF WS-CST-STATUS-OK OR WS-CST-STATUS = "23"
               MOVE WS-PREV-BOOKNUM TO CST-BOOKNUM
               READ COSTMASTERFILE
                   INVALID KEY MOVE ZEROS TO CST-CUSTO-MEDIO
               END-READ
           END-IF.
           IF CST-CUSTO-MEDIO = ZEROS
               MOVE " ** SEM CUSTO" TO MDL-NOTA
               ADD 1 TO WS-SEM-CUSTO-COUNT
           END-IF.
           COMPUTE WS-BOOK-CUSTO = WS-BOOK-COPIES * CST-CUSTO-MEDIO.
           COMPUTE WS-MARGEM-VALOR = WS-BOOK-RECEITA - WS-BOOK-CUSTO.
           MOVE ZEROS TO WS-MARGEM-PCT.
           IF WS-BOOK-RECEITA NOT = ZEROS
               COMPUTE WS-MARGEM-PCT ROUNDED =
                   (WS-MARGEM-VALOR * 100) / WS-BOOK-RECEITA
           END-IF.
           MOVE WS-BOOK-COPIES TO MDL-COPIES.
           MOVE WS-BOOK-RECEITA TO MDL-RECEITA.
           MOVE WS-BOOK-CUSTO TO MDL-CUSTO.
           MOVE WS-MARGEM-VALOR TO MDL-MARGEM.
           MOVE WS-MARGEM-PCT TO MDL-PCT.
           MOVE MARG-DETAIL-LINE TO WS-MARG-RPT-LINE.
           CALL "DECFMT" USING WS-MARG-RPT-LINE, WS-MARG-RPT-LEN.
           WRITE WS-MARG-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-TITLE-COUNT.
           ADD WS-BOOK-COPIES TO WS-SERIE-COPIES.
           ADD WS-BOOK-RECEITA TO WS-SERIE-RECEITA.
           ADD WS-BOOK-CUSTO TO WS-SERIE-CUSTO.
           MOVE ZEROS TO WS-BOOK-COPIES WS-BOOK-RECEITA WS-BOOK-CUSTO.

       0004-700-WRITE-SERIE-LINE.
           MOVE WS-PREV-SERIE TO MSL-SERIE.
           MOVE WS-SERIE-COPIES TO MSL-COPIES.
           MOVE WS-SERIE-RECEITA TO MSL-RECEITA.
           MOVE WS-SERIE-CUSTO TO MSL-CUSTO.
           COMPUTE WS-MARGEM-VALOR = WS-SERIE-RECEITA - WS-SERIE-CUSTO.
           MOVE WS-MARGEM-VALOR TO MSL-MARGEM.
           MOVE ZEROS TO WS-MARGEM-PCT.
           IF WS-SERIE-RECEITA NOT = ZEROS
               COMPUTE WS-MARGEM-PCT ROUNDED =
                   (WS-MARGEM-VALOR * 100) / WS-SERIE-RECEITA
           END-IF.
           MOVE WS-MARGEM-PCT TO MSL-PCT.
           MOVE MARG-SERIE-LINE TO WS-MARG-RPT-LINE.
           CALL "DECFMT" USING WS-MARG-RPT-LINE, WS-MARG-RPT-LEN.
           WRITE WS-MARG-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-MARG-RPT-LINE.
           WRITE WS-MARG-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-SERIE-COPIES TO WS-TOTAL-COPIES.
           ADD WS-SERIE-RECEITA TO WS-TOTAL-RECEITA.
           ADD WS-SERIE-CUSTO TO WS-TOTAL-CUSTO.
           MOVE ZEROS TO WS-SERIE-COPIES WS-SERIE-RECEITA
                         WS-SERIE-CUSTO.

       0005-FINALIZE.
           MOVE WS-TOTAL-COPIES TO MTL-COPIES.
           MOVE WS-TOTAL-RECEITA TO MTL-RECEITA.
           MOVE WS-TOTAL-CUSTO TO MTL-CUSTO.
           COMPUTE WS-MARGEM-VALOR = WS-TOTAL-RECEITA - WS-TOTAL-CUSTO.
           MOVE WS-MARGEM-VALOR TO MTL-MARGEM.
           MOVE ZEROS TO WS-MARGEM-PCT.
           IF WS-TOTAL-RECEITA NOT = ZEROS
               COMPUTE WS-MARGEM-PCT ROUNDED =
                   (WS-MARGEM-VALOR * 100) / WS-TOTAL-RECEITA
           END-IF.
           MOVE WS-MARGEM-PCT TO MTL-PCT.
           MOVE MARG-TOTAL-LINE TO WS-MARG-RPT-LINE.
           CALL "DECFMT" USING WS-MARG-RPT-LINE, WS-MARG-RPT-LEN.
           WRITE WS-MARG-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-TITLE-COUNT TO MTC-COUNT.
           WRITE WS-MARG-RPT-LINE FROM MARG-TITLE-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-SEM-CUSTO-COUNT TO MSC-COUNT.
           WRITE WS-MARG-RPT-LINE FROM MARG-SEMCUSTO-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-UNPRICED-COUNT TO MUP-COUNT.
           WRITE WS-MARG-RPT-LINE FROM MARG-UNPRICED-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-MARG-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE MARGREPORTFILE.
           IF WS-BMF-STATUS-OK OR WS-BMF-STATUS = "23"
               CLOSE BOOKMASTERFILE
           END-IF.
           IF WS-CST-STATUS-OK OR WS-CST-STATUS = "23"
               CLOSE COSTMASTERFILE
           END-IF.
           DISPLAY 'APURACAO DA MARGEM BRUTA CONCLUIDA'.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-BSHIST-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-PRICEHIST-DAT.
           CALL "DATADIR" USING WS-PTH-MARGEM-SRT.
           CALL "DATADIR" USING WS-PTH-MARGEM-RPT.

       END PROGRAM MARGEM.
