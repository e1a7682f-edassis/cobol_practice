      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. NOBODY COULD SAY WHETHER A "3
      *              WEEKS AT 20% OFF" PROMOTION HAD PAID FOR ITSELF.
      *              ONCE EVERY LINE OF A PROMOTION ON PROMOMF.DAT HAS
      *              ENDED (END DATE BEFORE THE RUN DATE), THIS STEP
      *              LISTS EACH PROMOTED TITLE BY REGION WITH ITS NET
      *              COPIES AND NET REVENUE DURING THE PROMOTION AND
      *              IN THE SAME NUMBER OF DAYS JUST BEFORE IT, AND
      *              THE CHANGE IN COPIES. A CATEGORY LINE COVERS
      *              EVERY TITLE OF THAT CATEGORY ON THE BOOK MASTER;
      *              A LINE WITH NO REGION COVERS EVERY REGION. SALES
      *              COME FROM BOOKSALES.EDT PLUS BSHIST.DAT AND ARE
      *              VALUED AS REVEXT VALUES THEM (PRICE IN FORCE ON
      *              THE SALE DATE FROM PRICEHIST.DAT LESS ANY
      *              PROMOTION DISCOUNT FROM PROMOFIND). A PROMOTION
      *              REPORTED ON A CLEAN RUN IS RECORDED IN
      *              PROMOREP.DAT AND NOT REPORTED AGAIN; A PROMOTION
      *              CODE GIVEN AS FIRST ARGUMENT IS REPORTED ON
      *              DEMAND, ENDED OR NOT. THE LISTING GOES TO
      *              PROMOEFF.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOEFF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOMFFILE ASSIGN TO DYNAMIC WS-PTH-PROMOMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT PROMOREPFILE ASSIGN TO DYNAMIC WS-PTH-PROMOREP-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREP-STATUS.

           SELECT BOOKSALESFILE ASSIGN TO DYNAMIC WS-PTH-BOOKSALES-EDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSF-STATUS.

           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-PTH-BSHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT PRICEHISTFILE ASSIGN TO DYNAMIC WS-PTH-PRICEHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT PROMOSORTFILE ASSIGN TO DYNAMIC WS-PTH-PROMOEFF-SRT.

           SELECT PROMOEFFREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-PROMOEFF-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMOMFFILE.
       01  PRM-RECORD.
           88 ENDOFPROMOMF       VALUE HIGH-VALUES.
           05 PRM-CODIGO         PIC X(06).
           05 PRM-TIPO           PIC X(01).
           05 PRM-ALVO           PIC X(05).
           05 PRM-REGIAO         PIC X(03).
           05 PRM-INICIO         PIC X(08).
           05 PRM-FIM            PIC X(08).
           05 PRM-DESCONTO-X     PIC X(04).
           05 PRM-DESCONTO REDEFINES PRM-DESCONTO-X
                                 PIC 9(2)V99.

       FD  PROMOREPFILE.
       01  PREP-RECORD.
           88 ENDOFPROMOREP      VALUE HIGH-VALUES.
           05 PREP-CODIGO        PIC X(06).
           05 PREP-RUN-DATE      PIC 9(08).

       FD  BOOKSALESFILE.
       01  BSF-RECORD.
           88 ENDOFBSF           VALUE HIGH-VALUES.
           02 BSF-BOOKNUM        PIC X(5).
           02 BSF-COPIES         PIC XX.
           02 BSF-SALESTATUS     PIC X.
           02 BSF-SALEDATE       PIC X(8).
           02 BSF-REGION         PIC X(3).

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

       FD  PRICEHISTFILE.
       01  PHIST-RECORD.
           88 ENDOFPRICEHIST     VALUE HIGH-VALUES.
           05 PHIST-BOOKNUM      PIC X(5).
           05 PHIST-DATE         PIC 9(8).
           05 PHIST-PRICE        PIC 9(5)V99.

       SD  PROMOSORTFILE.
       01  PSR-SORTREC.
           88 ENDOFPROMOSORT     VALUE HIGH-VALUES.
           02 PSR-CODIGO         PIC X(6).
           02 PSR-BOOKNUM        PIC X(5).
           02 PSR-REGION         PIC X(3).
           02 PSR-PERIODO        PIC X(1).
              88 PSR-ANTES       VALUE "A".
              88 PSR-DURANTE     VALUE "D".
           02 PSR-COPIES         PIC S9(5).
           02 PSR-VALUE          PIC S9(9)V99.

       FD  PROMOEFFREPORTFILE.
       01  WS-PROMOEFF-RPT-LINE  PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-PROMOMF-DAT PIC X(44)
           VALUE "ASSETS/PROMOMF.DAT".
       77  WS-PTH-PROMOREP-DAT PIC X(44)
           VALUE "ASSETS/PROMOREP.DAT".
       77  WS-PTH-BOOKSALES-EDT PIC X(44)
           VALUE "ASSETS/BOOKSALES.EDT".
       77  WS-PTH-BSHIST-DAT PIC X(44)
           VALUE "ASSETS/BSHIST.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-PRICEHIST-DAT PIC X(44)
           VALUE "ASSETS/PRICEHIST.DAT".
       77  WS-PTH-PROMOEFF-SRT PIC X(44)
           VALUE "ASSETS/PROMOEFF.SRT".
       77  WS-PTH-PROMOEFF-RPT PIC X(44)
           VALUE "ASSETS/PROMOEFF.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-PROMOEFF-RPT-LEN   PIC 9(03) VALUE 100.
       77  WS-PRM-STATUS         PIC X(02) VALUE SPACES.
           88 WS-PRM-STATUS-OK   VALUE "00".
       77  WS-PREP-STATUS        PIC X(02) VALUE SPACES.
           88 WS-PREP-STATUS-OK  VALUE "00".
       77  WS-BSF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BSF-STATUS-OK   VALUE "00".
           88 WS-BSF-NOT-FOUND   VALUE "35".
       77  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK  VALUE "00".
           88 WS-HIST-NOT-FOUND  VALUE "35".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-PHIST-STATUS       PIC X(02) VALUE SPACES.
           88 WS-PHIST-STATUS-OK VALUE "00".
       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".
       77  WS-FIRST-GROUP-SW     PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP     VALUE "Y".
       77  WS-ENDED-SW           PIC X(01) VALUE "Y".
           88 WS-CODE-ENDED      VALUE "Y".
       77  WS-FOUND-SW           PIC X(01) VALUE "N".
           88 WS-FOUND           VALUE "Y".

       77  WS-CODIGO-PARM        PIC X(06) VALUE SPACES.
       77  WS-SEL-COUNT          PIC 9(3) VALUE ZEROS.
       77  WS-SALES-COUNT        PIC 9(7) VALUE ZEROS.

       01  WS-PM-TABLE.
           05 WS-PM-ENTRY OCCURS 100 TIMES.
              10 WS-PM-CODIGO    PIC X(06).
              10 WS-PM-TIPO      PIC X(01).
              10 WS-PM-ALVO      PIC X(05).
              10 WS-PM-REGIAO    PIC X(03).
              10 WS-PM-INICIO    PIC 9(08).
              10 WS-PM-FIM       PIC 9(08).
              10 WS-PM-DESCONTO  PIC 9(2)V99.
              10 WS-PM-ANTES-INI PIC 9(08).
              10 WS-PM-ANTES-FIM PIC 9(08).
              10 WS-PM-SEL       PIC X(01).
                 88 WS-PM-SELECTED VALUE "Y".
       01  WS-PM-COUNT           PIC 9(3) VALUE ZEROS.
       01  PX                    PIC 9(3).
       01  PY                    PIC 9(3).

       01  WS-REP-TABLE.
           05 WS-REP-CODIGO      PIC X(06) OCCURS 500 TIMES.
       01  WS-REP-COUNT          PIC 9(3) VALUE ZEROS.
       01  RX                    PIC 9(3).

       01  WS-NEW-TABLE.
           05 WS-NEW-CODIGO      PIC X(06) OCCURS 100 TIMES.
       01  WS-NEW-COUNT          PIC 9(3) VALUE ZEROS.
       01  NX                    PIC 9(3).

       01  WS-DONE-TABLE.
           05 WS-DONE-CODIGO     PIC X(06) OCCURS 100 TIMES.
       01  WS-DONE-COUNT         PIC 9(3) VALUE ZEROS.
       01  DX                    PIC 9(3).

       77  WS-SALE-BOOKNUM       PIC X(5) VALUE SPACES.
       77  WS-SALE-COPIES-X      PIC X(2) VALUE SPACES.
       77  WS-SALE-COPIES REDEFINES WS-SALE-COPIES-X
                                 PIC 9(2).
       77  WS-SALE-STATUS        PIC X(1) VALUE SPACES.
           88 WS-SALE-NORMAL     VALUE "N".
           88 WS-SALE-RETURN     VALUE "R".
       77  WS-SALE-DATE-X        PIC X(8) VALUE SPACES.
       77  WS-SALE-DATE REDEFINES WS-SALE-DATE-X
                                 PIC 9(8).
       77  WS-SALE-REGION        PIC X(3) VALUE SPACES.
       77  WS-SALE-PRICED-SW     PIC X(1) VALUE "N".
           88 WS-SALE-PRICED     VALUE "Y".
       77  WS-SALE-COPIES-S      PIC S9(5) VALUE ZEROS.
       77  WS-SALE-VALUE         PIC S9(9)V99 VALUE ZEROS.
       77  WS-EFFECTIVE-PRICE    PIC 9(5)V99 VALUE ZEROS.
       77  WS-BEST-PHIST-DATE    PIC 9(8) VALUE ZEROS.
       77  WS-PROMO-CODIGO       PIC X(6) VALUE SPACES.
       77  WS-PROMO-DESCONTO     PIC 9(2)V99 VALUE ZEROS.
       77  WS-PROMO-VALOR        PIC 9(9)V99 VALUE ZEROS.

       77  WS-PREV-CODIGO        PIC X(6) VALUE SPACES.
       77  WS-PREV-BOOKNUM       PIC X(5) VALUE SPACES.
       77  WS-PREV-REGION        PIC X(3) VALUE SPACES.
       77  WS-GRP-ANTES-COP      PIC S9(7) VALUE ZEROS.
       77  WS-GRP-ANTES-VAL      PIC S9(9)V99 VALUE ZEROS.
       77  WS-GRP-DUR-COP        PIC S9(7) VALUE ZEROS.
       77  WS-GRP-DUR-VAL        PIC S9(9)V99 VALUE ZEROS.
       77  WS-COD-ANTES-COP      PIC S9(7) VALUE ZEROS.
       77  WS-COD-ANTES-VAL      PIC S9(11)V99 VALUE ZEROS.
       77  WS-COD-DUR-COP        PIC S9(7) VALUE ZEROS.
       77  WS-COD-DUR-VAL        PIC S9(11)V99 VALUE ZEROS.
       77  WS-VARIACAO           PIC S9(5)V9 VALUE ZEROS.

       77  WS-DIAS               PIC 9(5) VALUE ZEROS.
       77  WS-SERIAL-INICIO      PIC 9(7) VALUE ZEROS.

       01  WS-DATE-WORK.
           05 WS-DW-ANO          PIC 9(4).
           05 WS-DW-MES          PIC 9(2).
           05 WS-DW-DIA          PIC 9(2).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).

       01  WS-DIAS-MES-TABLE.
           05 FILLER             PIC X(24)
              VALUE "312831303130313130313031".
       01  WS-DIAS-MES REDEFINES WS-DIAS-MES-TABLE.
           05 WS-DIAS-DO-MES     PIC 99 OCCURS 12 TIMES.
       77  WS-MAX-DIA            PIC 9(2) VALUE ZEROS.
       77  WS-LEAP-RESTO         PIC 9(4) VALUE ZEROS.
       77  WS-LEAP-QUOC          PIC 9(4) VALUE ZEROS.

       77  WS-SERIAL-WORK        PIC 9(7) VALUE ZEROS.
       77  WS-SER-AUX            PIC 9(7) VALUE ZEROS.
       77  WS-SER-ANO-BASE       PIC 9(4) VALUE ZEROS.
       01  WS-SERIAL-DATE-X.
           05 WS-SDX-ANO         PIC 9(4).
           05 WS-SDX-MES         PIC 9(2).
           05 WS-SDX-DIA         PIC 9(2).
       01  WS-SERIAL-DATE-N REDEFINES WS-SERIAL-DATE-X PIC 9(8).

       01  WS-CUMDAYS-TABLE.
           05 FILLER             PIC X(36)
              VALUE "000031059090120151181212243273304334".
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-TABLE.
           05 WS-CUMDAYS-MES     PIC 9(3) OCCURS 12 TIMES.

       01  PROMOEFF-CODE-HEADING.
           05 FILLER             PIC X(10) VALUE "PROMOCAO  ".
           05 PEC-CODIGO         PIC X(6).

       01  PROMOEFF-LINE-HEADING.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PEL-TIPO           PIC X(10).
           05 PEL-ALVO           PIC X(05).
           05 FILLER             PIC X(08) VALUE "  REGIAO".
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PEL-REGIAO         PIC X(06).
           05 FILLER             PIC X(03) VALUE "DE ".
           05 PEL-INICIO         PIC 9(8).
           05 FILLER             PIC X(03) VALUE " A ".
           05 PEL-FIM            PIC 9(8).
           05 FILLER             PIC X(07) VALUE "  DESC ".
           05 PEL-DESCONTO       PIC Z9,99.
           05 FILLER             PIC X(12) VALUE "%  ANTERIOR ".
           05 PEL-ANTES-INI      PIC 9(8).
           05 FILLER             PIC X(03) VALUE " A ".
           05 PEL-ANTES-FIM      PIC 9(8).

       01  PROMOEFF-COL-HEADING.
           05 FILLER             PIC X(40)
              VALUE "LIVRO TITULO                   REGIAO  ".
           05 FILLER             PIC X(25)
              VALUE " ANTES: COPIAS     VALOR ".
           05 FILLER             PIC X(25)
              VALUE " DURANTE: COPIAS   VALOR ".
           05 FILLER             PIC X(10) VALUE "   VAR. %".

       01  PROMOEFF-DETAIL-LINE.
           05 PED-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PED-TITLE          PIC X(25).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PED-REGION         PIC X(3).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PED-ANTES-COP      PIC -(6)9.
           05 PED-ANTES-VAL      PIC -(8)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PED-DUR-COP        PIC -(6)9.
           05 PED-DUR-VAL        PIC -(8)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PED-VARIACAO       PIC -(5)9,9.
           05 PED-VAR-NOTA REDEFINES PED-VARIACAO
                                 PIC X(8).

       01  PROMOEFF-TOTAL-LINE.
           05 FILLER             PIC X(36)
              VALUE "TOTAL DA PROMOCAO".
           05 PET-ANTES-COP      PIC -(6)9.
           05 PET-ANTES-VAL      PIC -(10)9,99.
           05 PET-DUR-COP        PIC -(6)9.
           05 PET-DUR-VAL        PIC -(10)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PET-VARIACAO       PIC -(5)9,9.
           05 PET-VAR-NOTA REDEFINES PET-VARIACAO
                                 PIC X(8).

       01  PROMOEFF-COUNT-LINE.
           05 PEK-LABEL          PIC X(30).
           05 PEK-COUNT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF WS-SEL-COUNT > ZEROS
               SORT PROMOSORTFILE ON ASCENDING KEY PSR-CODIGO
                                                  PSR-BOOKNUM
                                                  PSR-REGION
                   INPUT PROCEDURE IS 0003-SELECT-SALES
                   OUTPUT PROCEDURE IS 0004-PRINT-PROMOTIONS
           ELSE
               DISPLAY 'NENHUMA PROMOCAO ENCERRADA A RELATAR'
           END-IF.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "PROMOEFF" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "PROMOEFF" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           OPEN OUTPUT PROMOEFFREPORTFILE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "EFICACIA DE PROMOCOES - DURANTE X PERIODO ANTERIOR"
               TO RPT-BH-TITLE.
           WRITE WS-PROMOEFF-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-PROMOEFF-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PROMOEFF-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-CODIGO-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-CODIGO-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-CODIGO-PARM
           END-ACCEPT.
           PERFORM 0002-100-LOAD-PROMOTIONS.
           PERFORM 0002-200-LOAD-REPORTED.
           PERFORM 0002-300-SELECT-PROMOTION
               VARYING PX FROM 1 BY 1 UNTIL PX > WS-PM-COUNT.
           IF WS-SEL-COUNT > ZEROS
               OPEN INPUT BOOKMASTERFILE
               IF WS-BMF-STATUS-OK
                   SET WS-BMF-OPENED TO TRUE
               ELSE
                   DISPLAY 'ERRO AO ABRIR BOOKMF.DAT - STATUS '
                       WS-BMF-STATUS
                   MOVE 1 TO RETURN-CODE
                   MOVE ZEROS TO WS-SEL-COUNT
               END-IF
           END-IF.

       0002-100-LOAD-PROMOTIONS.
           OPEN INPUT PROMOMFFILE.
           IF WS-PRM-STATUS-OK
               READ PROMOMFFILE
                   AT END SET ENDOFPROMOMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFPROMOMF
                   IF PRM-INICIO IS NUMERIC
                      AND PRM-FIM IS NUMERIC
                      AND PRM-DESCONTO-X IS NUMERIC
                      AND PRM-INICIO NOT > PRM-FIM
                       IF WS-PM-COUNT < 100
                           ADD 1 TO WS-PM-COUNT
                           PERFORM 0002-150-KEEP-PROMOTION
                       ELSE
                           DISPLAY 'LIMITE DE 100 LINHAS DE PROMOCAO'
                       END-IF
                   END-IF
                   READ PROMOMFFILE
                       AT END SET ENDOFPROMOMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROMOMFFILE
           ELSE
               DISPLAY 'PROMOMF.DAT INDISPONIVEL - STATUS '
                   WS-PRM-STATUS
           END-IF.

       0002-150-KEEP-PROMOTION.
           MOVE PRM-CODIGO TO WS-PM-CODIGO(WS-PM-COUNT).
           MOVE PRM-TIPO TO WS-PM-TIPO(WS-PM-COUNT).
           MOVE PRM-ALVO TO WS-PM-ALVO(WS-PM-COUNT).
           MOVE PRM-REGIAO TO WS-PM-REGIAO(WS-PM-COUNT).
           MOVE PRM-INICIO TO WS-PM-INICIO(WS-PM-COUNT).
           MOVE PRM-FIM TO WS-PM-FIM(WS-PM-COUNT).
           MOVE PRM-DESCONTO TO WS-PM-DESCONTO(WS-PM-COUNT).
           MOVE "N" TO WS-PM-SEL(WS-PM-COUNT).
      *    THE PERIOD BEFORE HAS THE SAME NUMBER OF DAYS AND ENDS
      *    THE DAY BEFORE THE PROMOTION STARTS.
           MOVE PRM-INICIO TO WS-SERIAL-DATE-N.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-SERIAL-INICIO.
           MOVE PRM-FIM TO WS-SERIAL-DATE-N.
           PERFORM 0008-DATE-TO-SERIAL.
           COMPUTE WS-DIAS = WS-SERIAL-WORK - WS-SERIAL-INICIO + 1.
           MOVE PRM-INICIO TO WS-DATE-WORK-N.
           PERFORM 0008-100-PREVIOUS-DAY.
           MOVE WS-DATE-WORK-N TO WS-PM-ANTES-FIM(WS-PM-COUNT).
           SUBTRACT 1 FROM WS-DIAS.
           PERFORM 0008-100-PREVIOUS-DAY WS-DIAS TIMES.
           MOVE WS-DATE-WORK-N TO WS-PM-ANTES-INI(WS-PM-COUNT).

       0002-200-LOAD-REPORTED.
           OPEN INPUT PROMOREPFILE.
           IF WS-PREP-STATUS-OK
               READ PROMOREPFILE
                   AT END SET ENDOFPROMOREP TO TRUE
               END-READ
               PERFORM UNTIL ENDOFPROMOREP
                   IF WS-REP-COUNT < 500
                       ADD 1 TO WS-REP-COUNT
                       MOVE PREP-CODIGO TO WS-REP-CODIGO(WS-REP-COUNT)
                   ELSE
                       PERFORM 0002-250-SHIFT-REPORTED
                           VARYING RX FROM 1 BY 1 UNTIL RX > 499
                       MOVE PREP-CODIGO TO WS-REP-CODIGO(500)
                   END-IF
                   READ PROMOREPFILE
                       AT END SET ENDOFPROMOREP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROMOREPFILE
           END-IF.

       0002-250-SHIFT-REPORTED.
           MOVE WS-REP-CODIGO(RX + 1) TO WS-REP-CODIGO(RX).

       0002-300-SELECT-PROMOTION.
           IF WS-CODIGO-PARM NOT = SPACES
               IF WS-PM-CODIGO(PX) = WS-CODIGO-PARM
                   SET WS-PM-SELECTED(PX) TO TRUE
                   ADD 1 TO WS-SEL-COUNT
               END-IF
           ELSE
               MOVE "N" TO WS-FOUND-SW
               PERFORM 0002-350-SCAN-REPORTED
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > WS-REP-COUNT OR WS-FOUND
               IF NOT WS-FOUND
                   MOVE "Y" TO WS-ENDED-SW
                   PERFORM 0002-400-CHECK-ENDED
                       VARYING PY FROM 1 BY 1
                       UNTIL PY > WS-PM-COUNT
                   IF WS-CODE-ENDED
                       SET WS-PM-SELECTED(PX) TO TRUE
                       ADD 1 TO WS-SEL-COUNT
                       PERFORM 0002-500-NOTE-NEW-CODE
                   END-IF
               END-IF
           END-IF.

       0002-350-SCAN-REPORTED.
           IF WS-REP-CODIGO(RX) = WS-PM-CODIGO(PX)
               SET WS-FOUND TO TRUE
           END-IF.

       0002-400-CHECK-ENDED.
           IF WS-PM-CODIGO(PY) = WS-PM-CODIGO(PX)
              AND WS-PM-FIM(PY) NOT < WS-RUN-DATE-NUM
               MOVE "N" TO WS-ENDED-SW
           END-IF.

       0002-500-NOTE-NEW-CODE.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 0002-550-SCAN-NEW
               VARYING NX FROM 1 BY 1
               UNTIL NX > WS-NEW-COUNT OR WS-FOUND.
           IF NOT WS-FOUND AND WS-NEW-COUNT < 100
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-PM-CODIGO(PX) TO WS-NEW-CODIGO(WS-NEW-COUNT)
           END-IF.

       0002-550-SCAN-NEW.
           IF WS-NEW-CODIGO(NX) = WS-PM-CODIGO(PX)
               SET WS-FOUND TO TRUE
           END-IF.

       0003-SELECT-SALES.
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               READ HISTORYFILE
                   AT END SET ENDOFHISTORY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFHISTORY
                   MOVE HIST-BOOKNUM TO WS-SALE-BOOKNUM
                   MOVE HIST-COPIES TO WS-SALE-COPIES-X
                   MOVE HIST-SALESTATUS TO WS-SALE-STATUS
                   MOVE HIST-SALEDATE TO WS-SALE-DATE-X
                   MOVE HIST-REGION TO WS-SALE-REGION
                   PERFORM 0003-500-RELEASE-COMMON
                   READ HISTORYFILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           ELSE
               IF NOT WS-HIST-NOT-FOUND
                   DISPLAY 'ERRO AO ABRIR BSHIST.DAT - STATUS '
                       WS-HIST-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN INPUT BOOKSALESFILE.
           IF WS-BSF-STATUS-OK
               READ BOOKSALESFILE
                   AT END SET ENDOFBSF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFBSF
                   MOVE BSF-BOOKNUM TO WS-SALE-BOOKNUM
                   MOVE BSF-COPIES TO WS-SALE-COPIES-X
                   MOVE BSF-SALESTATUS TO WS-SALE-STATUS
                   MOVE BSF-SALEDATE TO WS-SALE-DATE-X
                   MOVE BSF-REGION TO WS-SALE-REGION
                   PERFORM 0003-500-RELEASE-COMMON
                   READ BOOKSALESFILE
                       AT END SET ENDOFBSF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BOOKSALESFILE
           ELSE
               IF NOT WS-BSF-NOT-FOUND
                   DISPLAY 'ERRO AO ABRIR BOOKSALES.EDT - STATUS '
                       WS-BSF-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       0003-500-RELEASE-COMMON.
           IF WS-SALE-DATE-X IS NUMERIC
              AND WS-SALE-COPIES-X IS NUMERIC
              AND (WS-SALE-NORMAL OR WS-SALE-RETURN)
               MOVE "N" TO WS-SALE-PRICED-SW
               MOVE ZEROS TO WS-DONE-COUNT
               MOVE WS-SALE-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY MOVE ZEROS TO BMF-PRICE
                               MOVE SPACES TO BMF-CATEGORIA
               END-READ
               PERFORM 0003-600-MATCH-PROMOTION
                   VARYING PX FROM 1 BY 1 UNTIL PX > WS-PM-COUNT
           END-IF.

       0003-600-MATCH-PROMOTION.
           IF WS-PM-SELECTED(PX)
              AND ((WS-PM-TIPO(PX) = "T"
                    AND WS-PM-ALVO(PX) = WS-SALE-BOOKNUM)
                   OR (WS-PM-TIPO(PX) = "C"
                       AND BMF-CATEGORIA NOT = SPACES
                       AND WS-PM-ALVO(PX)(1:3) = BMF-CATEGORIA))
              AND (WS-PM-REGIAO(PX) = SPACES
                   OR WS-PM-REGIAO(PX) = WS-SALE-REGION)
              AND WS-SALE-DATE NOT < WS-PM-ANTES-INI(PX)
              AND WS-SALE-DATE NOT > WS-PM-FIM(PX)
      *        A TITLE NAMED ON TWO LINES OF THE SAME PROMOTION (BY
      *        ITSELF AND THROUGH ITS CATEGORY) IS COUNTED ONCE.
               MOVE "N" TO WS-FOUND-SW
               PERFORM 0003-650-SCAN-DONE
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > WS-DONE-COUNT OR WS-FOUND
               IF NOT WS-FOUND
                   IF WS-DONE-COUNT < 100
                       ADD 1 TO WS-DONE-COUNT
                       MOVE WS-PM-CODIGO(PX)
                           TO WS-DONE-CODIGO(WS-DONE-COUNT)
                   END-IF
                   PERFORM 0003-700-RELEASE-SALE
               END-IF
           END-IF.

       0003-650-SCAN-DONE.
           IF WS-DONE-CODIGO(DX) = WS-PM-CODIGO(PX)
               SET WS-FOUND TO TRUE
           END-IF.

       0003-700-RELEASE-SALE.
           IF NOT WS-SALE-PRICED
               PERFORM 0003-800-VALUE-SALE
           END-IF.
           MOVE WS-PM-CODIGO(PX) TO PSR-CODIGO.
           MOVE WS-SALE-BOOKNUM TO PSR-BOOKNUM.
           MOVE WS-SALE-REGION TO PSR-REGION.
           IF WS-SALE-DATE < WS-PM-INICIO(PX)
               SET PSR-ANTES TO TRUE
           ELSE
               SET PSR-DURANTE TO TRUE
           END-IF.
           MOVE WS-SALE-COPIES-S TO PSR-COPIES.
           MOVE WS-SALE-VALUE TO PSR-VALUE.
           RELEASE PSR-SORTREC.
           ADD 1 TO WS-SALES-COUNT.

       0003-800-VALUE-SALE.
           SET WS-SALE-PRICED TO TRUE.
           PERFORM 0003-900-FIND-EFFECTIVE-PRICE.
           COMPUTE WS-SALE-VALUE = WS-EFFECTIVE-PRICE * WS-SALE-COPIES.
           CALL "PROMOFIND" USING WS-SALE-BOOKNUM BMF-CATEGORIA
               WS-SALE-REGION WS-SALE-DATE-X
               WS-PROMO-CODIGO WS-PROMO-DESCONTO.
           IF WS-PROMO-DESCONTO > ZEROS
               COMPUTE WS-PROMO-VALOR ROUNDED =
                   WS-SALE-VALUE * WS-PROMO-DESCONTO / 100
               SUBTRACT WS-PROMO-VALOR FROM WS-SALE-VALUE
           END-IF.
           IF WS-SALE-RETURN
               COMPUTE WS-SALE-COPIES-S = ZERO - WS-SALE-COPIES
               COMPUTE WS-SALE-VALUE = ZERO - WS-SALE-VALUE
           ELSE
               MOVE WS-SALE-COPIES TO WS-SALE-COPIES-S
           END-IF.

       0003-900-FIND-EFFECTIVE-PRICE.
           MOVE BMF-PRICE TO WS-EFFECTIVE-PRICE.
           MOVE ZEROS TO WS-BEST-PHIST-DATE.
           OPEN INPUT PRICEHISTFILE.
           IF WS-PHIST-STATUS-OK
               READ PRICEHISTFILE
                   AT END SET ENDOFPRICEHIST TO TRUE
               END-READ
               PERFORM UNTIL ENDOFPRICEHIST
                   IF PHIST-BOOKNUM = WS-SALE-BOOKNUM
                      AND PHIST-DATE NOT > WS-SALE-DATE
                      AND PHIST-DATE NOT < WS-BEST-PHIST-DATE
                       MOVE PHIST-DATE TO WS-BEST-PHIST-DATE
                       MOVE PHIST-PRICE TO WS-EFFECTIVE-PRICE
                   END-IF
                   READ PRICEHISTFILE
                       AT END SET ENDOFPRICEHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRICEHISTFILE
           END-IF.

       0004-PRINT-PROMOTIONS.
           MOVE ZEROS TO WS-DONE-COUNT.
           RETURN PROMOSORTFILE
               AT END SET ENDOFPROMOSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFPROMOSORT
               IF WS-FIRST-GROUP
                  OR PSR-CODIGO NOT = WS-PREV-CODIGO
                   PERFORM 0004-500-PRINT-GROUP
                   PERFORM 0004-300-CLOSE-CODE
                   PERFORM 0004-400-OPEN-CODE
               ELSE
                   IF PSR-BOOKNUM NOT = WS-PREV-BOOKNUM
                      OR PSR-REGION NOT = WS-PREV-REGION
                       PERFORM 0004-500-PRINT-GROUP
                   END-IF
               END-IF
               IF WS-FIRST-GROUP
                  OR PSR-BOOKNUM NOT = WS-PREV-BOOKNUM
                  OR PSR-REGION NOT = WS-PREV-REGION
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   MOVE PSR-BOOKNUM TO WS-PREV-BOOKNUM
                   MOVE PSR-REGION TO WS-PREV-REGION
                   MOVE ZEROS TO WS-GRP-ANTES-COP WS-GRP-ANTES-VAL
                   MOVE ZEROS TO WS-GRP-DUR-COP WS-GRP-DUR-VAL
               END-IF
               IF PSR-ANTES
                   ADD PSR-COPIES TO WS-GRP-ANTES-COP
                   ADD PSR-VALUE TO WS-GRP-ANTES-VAL
               ELSE
                   ADD PSR-COPIES TO WS-GRP-DUR-COP
                   ADD PSR-VALUE TO WS-GRP-DUR-VAL
               END-IF
               RETURN PROMOSORTFILE
                   AT END SET ENDOFPROMOSORT TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM 0004-500-PRINT-GROUP.
           PERFORM 0004-300-CLOSE-CODE.

       0004-300-CLOSE-CODE.
           IF NOT WS-FIRST-GROUP
               MOVE WS-COD-ANTES-COP TO PET-ANTES-COP
               MOVE WS-COD-ANTES-VAL TO PET-ANTES-VAL
               MOVE WS-COD-DUR-COP TO PET-DUR-COP
               MOVE WS-COD-DUR-VAL TO PET-DUR-VAL
               IF WS-COD-ANTES-COP > ZEROS
                   COMPUTE WS-VARIACAO ROUNDED =
                       (WS-COD-DUR-COP - WS-COD-ANTES-COP) * 100
                       / WS-COD-ANTES-COP
                   MOVE WS-VARIACAO TO PET-VARIACAO
               ELSE
                   MOVE "   NOVO" TO PET-VAR-NOTA
               END-IF
               MOVE PROMOEFF-TOTAL-LINE TO WS-PROMOEFF-RPT-LINE
               CALL "DECFMT" USING WS-PROMOEFF-RPT-LINE,
                   WS-PROMOEFF-RPT-LEN
               WRITE WS-PROMOEFF-RPT-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 0004-350-MARK-DONE
           END-IF.

       0004-350-MARK-DONE.
      *    A PROMOTION WITH NO SALES AT ALL STILL GETS ITS PAGE, SO
      *    THE CODES PRINTED ARE TRACKED AS THEY CLOSE.
           IF WS-DONE-COUNT < 100
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-PREV-CODIGO TO WS-DONE-CODIGO(WS-DONE-COUNT)
           END-IF.

       0004-400-OPEN-CODE.
           MOVE PSR-CODIGO TO WS-PREV-CODIGO.
           MOVE SPACES TO WS-PREV-BOOKNUM.
           MOVE ZEROS TO WS-COD-ANTES-COP WS-COD-ANTES-VAL.
           MOVE ZEROS TO WS-COD-DUR-COP WS-COD-DUR-VAL.
           PERFORM 0004-450-PRINT-CODE-HEADING.

       0004-450-PRINT-CODE-HEADING.
           MOVE WS-PREV-CODIGO TO PEC-CODIGO.
           WRITE WS-PROMOEFF-RPT-LINE FROM PROMOEFF-CODE-HEADING
               AFTER ADVANCING PAGE.
           PERFORM 0004-460-PRINT-LINE-HEADING
               VARYING PX FROM 1 BY 1 UNTIL PX > WS-PM-COUNT.
           WRITE WS-PROMOEFF-RPT-LINE FROM PROMOEFF-COL-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE WS-PROMOEFF-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.

       0004-460-PRINT-LINE-HEADING.
           IF WS-PM-SELECTED(PX)
              AND WS-PM-CODIGO(PX) = WS-PREV-CODIGO
               IF WS-PM-TIPO(PX) = "T"
                   MOVE "TITULO    " TO PEL-TIPO
               ELSE
                   MOVE "CATEGORIA " TO PEL-TIPO
               END-IF
               MOVE WS-PM-ALVO(PX) TO PEL-ALVO
               IF WS-PM-REGIAO(PX) = SPACES
                   MOVE "TODAS" TO PEL-REGIAO
               ELSE
                   MOVE WS-PM-REGIAO(PX) TO PEL-REGIAO
               END-IF
               MOVE WS-PM-INICIO(PX) TO PEL-INICIO
               MOVE WS-PM-FIM(PX) TO PEL-FIM
               MOVE WS-PM-DESCONTO(PX) TO PEL-DESCONTO
               MOVE WS-PM-ANTES-INI(PX) TO PEL-ANTES-INI
               MOVE WS-PM-ANTES-FIM(PX) TO PEL-ANTES-FIM
               MOVE PROMOEFF-LINE-HEADING TO WS-PROMOEFF-RPT-LINE
               CALL "DECFMT" USING WS-PROMOEFF-RPT-LINE,
                   WS-PROMOEFF-RPT-LEN
               WRITE WS-PROMOEFF-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0004-500-PRINT-GROUP.
           IF NOT WS-FIRST-GROUP
               MOVE WS-PREV-BOOKNUM TO PED-BOOKNUM
               MOVE WS-PREV-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY MOVE "TITULO NAO CADASTRADO"
                       TO PED-TITLE
                   NOT INVALID KEY MOVE BMF-BOOKTITLE TO PED-TITLE
               END-READ
               MOVE WS-PREV-REGION TO PED-REGION
               MOVE WS-GRP-ANTES-COP TO PED-ANTES-COP
               MOVE WS-GRP-ANTES-VAL TO PED-ANTES-VAL
               MOVE WS-GRP-DUR-COP TO PED-DUR-COP
               MOVE WS-GRP-DUR-VAL TO PED-DUR-VAL
               IF WS-GRP-ANTES-COP > ZEROS
                   COMPUTE WS-VARIACAO ROUNDED =
                       (WS-GRP-DUR-COP - WS-GRP-ANTES-COP) * 100
                       / WS-GRP-ANTES-COP
                   MOVE WS-VARIACAO TO PED-VARIACAO
               ELSE
                   MOVE "   NOVO" TO PED-VAR-NOTA
               END-IF
               MOVE PROMOEFF-DETAIL-LINE TO WS-PROMOEFF-RPT-LINE
               CALL "DECFMT" USING WS-PROMOEFF-RPT-LINE,
                   WS-PROMOEFF-RPT-LEN
               WRITE WS-PROMOEFF-RPT-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-GRP-ANTES-COP TO WS-COD-ANTES-COP
               ADD WS-GRP-ANTES-VAL TO WS-COD-ANTES-VAL
               ADD WS-GRP-DUR-COP TO WS-COD-DUR-COP
               ADD WS-GRP-DUR-VAL TO WS-COD-DUR-VAL
           END-IF.

       0005-FINALIZE.
           IF WS-SEL-COUNT > ZEROS
               PERFORM 0005-200-PRINT-SILENT
                   VARYING NX FROM 1 BY 1 UNTIL NX > WS-NEW-COUNT
           END-IF.
           MOVE "PROMOCOES RELATADAS:" TO PEK-LABEL.
           MOVE WS-NEW-COUNT TO PEK-COUNT.
           IF WS-CODIGO-PARM NOT = SPACES
               MOVE "PROMOCAO PEDIDA - LINHAS:" TO PEK-LABEL
               MOVE WS-SEL-COUNT TO PEK-COUNT
           END-IF.
           WRITE WS-PROMOEFF-RPT-LINE FROM PROMOEFF-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "VENDAS CONSIDERADAS:" TO PEK-LABEL.
           MOVE WS-SALES-COUNT TO PEK-COUNT.
           WRITE WS-PROMOEFF-RPT-LINE FROM PROMOEFF-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-PROMOEFF-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE PROMOEFFREPORTFILE.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           IF RETURN-CODE = ZERO
              AND WS-NEW-COUNT > ZEROS
               PERFORM 0005-400-REGISTER-REPORTED
           END-IF.
           DISPLAY 'RELATORIO DE EFICACIA DE PROMOCOES CONCLUIDO'.

       0005-200-PRINT-SILENT.
      *    A PROMOTION THAT SOLD NOTHING IN EITHER PERIOD NEVER
      *    REACHED THE SORT; IT STILL GETS ITS HEADING AND A ZERO
      *    TOTAL SO THE BUYER SEES IT WAS REVIEWED.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM 0005-250-SCAN-PRINTED
               VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DONE-COUNT OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE WS-NEW-CODIGO(NX) TO WS-PREV-CODIGO
               PERFORM 0004-450-PRINT-CODE-HEADING
               MOVE ZEROS TO PET-ANTES-COP PET-ANTES-VAL
               MOVE ZEROS TO PET-DUR-COP PET-DUR-VAL
               MOVE "   NOVO" TO PET-VAR-NOTA
               MOVE PROMOEFF-TOTAL-LINE TO WS-PROMOEFF-RPT-LINE
               CALL "DECFMT" USING WS-PROMOEFF-RPT-LINE,
                   WS-PROMOEFF-RPT-LEN
               WRITE WS-PROMOEFF-RPT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       0005-250-SCAN-PRINTED.
           IF WS-DONE-CODIGO(DX) = WS-NEW-CODIGO(NX)
               SET WS-FOUND TO TRUE
           END-IF.

       0005-400-REGISTER-REPORTED.
           OPEN EXTEND PROMOREPFILE.
           IF NOT WS-PREP-STATUS-OK
               OPEN OUTPUT PROMOREPFILE
           END-IF.
           IF WS-PREP-STATUS-OK
               PERFORM 0005-500-WRITE-REPORTED
                   VARYING NX FROM 1 BY 1 UNTIL NX > WS-NEW-COUNT
               CLOSE PROMOREPFILE
           ELSE
               DISPLAY 'ERRO AO GRAVAR PROMOREP.DAT - STATUS '
                   WS-PREP-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.

       0005-500-WRITE-REPORTED.
           MOVE WS-NEW-CODIGO(NX) TO PREP-CODIGO.
           MOVE WS-RUN-DATE-NUM TO PREP-RUN-DATE.
           WRITE PREP-RECORD.

       0008-DATE-TO-SERIAL.
           IF WS-SDX-MES > 2
               MOVE WS-SDX-ANO TO WS-SER-ANO-BASE
           ELSE
               COMPUTE WS-SER-ANO-BASE = WS-SDX-ANO - 1
           END-IF.
           COMPUTE WS-SERIAL-WORK = WS-SDX-ANO * 365.
           COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 4.
           ADD WS-SER-AUX TO WS-SERIAL-WORK.
           COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 100.
           SUBTRACT WS-SER-AUX FROM WS-SERIAL-WORK.
           COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 400.
           ADD WS-SER-AUX TO WS-SERIAL-WORK.
           ADD WS-CUMDAYS-MES(WS-SDX-MES) TO WS-SERIAL-WORK.
           ADD WS-SDX-DIA TO WS-SERIAL-WORK.

       0008-100-PREVIOUS-DAY.
           IF WS-DW-DIA > 1
               SUBTRACT 1 FROM WS-DW-DIA
           ELSE
               IF WS-DW-MES > 1
                   SUBTRACT 1 FROM WS-DW-MES
               ELSE
                   MOVE 12 TO WS-DW-MES
                   SUBTRACT 1 FROM WS-DW-ANO
               END-IF
               PERFORM 0008-300-MONTH-LENGTH
               MOVE WS-MAX-DIA TO WS-DW-DIA
           END-IF.

       0008-300-MONTH-LENGTH.
           MOVE WS-DIAS-DO-MES(WS-DW-MES) TO WS-MAX-DIA.
           IF WS-DW-MES = 2
               DIVIDE WS-DW-ANO BY 4 GIVING WS-LEAP-QUOC
                   REMAINDER WS-LEAP-RESTO
               IF WS-LEAP-RESTO = ZEROS
                   MOVE 29 TO WS-MAX-DIA
                   DIVIDE WS-DW-ANO BY 100 GIVING WS-LEAP-QUOC
                       REMAINDER WS-LEAP-RESTO
                   IF WS-LEAP-RESTO = ZEROS
                       MOVE 28 TO WS-MAX-DIA
                       DIVIDE WS-DW-ANO BY 400 GIVING WS-LEAP-QUOC
                           REMAINDER WS-LEAP-RESTO
                       IF WS-LEAP-RESTO = ZEROS
                           MOVE 29 TO WS-MAX-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-PROMOMF-DAT.
           CALL "DATADIR" USING WS-PTH-PROMOREP-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-EDT.
           CALL "DATADIR" USING WS-PTH-BSHIST-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-PRICEHIST-DAT.
           CALL "DATADIR" USING WS-PTH-PROMOEFF-SRT.
           CALL "DATADIR" USING WS-PTH-PROMOEFF-RPT.

       END PROGRAM PROMOEFF.
