      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE WHOLE WAREHOUSE WAS COUNTED
      *              ONCE A YEAR WITH THE SHOP CLOSED. THIS MONTHLY
      *              STEP CLASSIFIES EVERY TITLE ON BOOKINV.DAT AS A,
      *              B OR C BY ITS VALUE OF SALES OVER THE LAST TWELVE
      *              CLOSED MONTHS OF BSHIST.DAT (NET COPIES AT THE
      *              MASTER PRICE): THE TITLES MAKING UP THE FIRST 80
      *              PER CENT OF THE VALUE ARE A, UP TO 95 PER CENT B,
      *              THE REST AND TITLES WITH NO NET SALES C (LIMITS
      *              IN ABCCTL.DAT). THE CLASS OF EVERY BOOK/BRANCH
      *              RECORD IS KEPT ON THE NEW INDEXED CYCLE-COUNT
      *              MASTER CICLOMF.DAT, WHERE STOCKTAKE STAMPS THE
      *              LAST COUNT DATE. THE STEP THEN BUILDS THE TARGET
      *              MONTH'S ROLLING SCHEDULE ON CICLOPLAN.DAT: A
      *              TITLES ARE COUNTED MONTHLY, B QUARTERLY AND C
      *              TWICE A YEAR, ITEMS NEVER COUNTED ARE SPLIT INTO
      *              COHORTS SO THE FIRST ROUND IS SPREAD OVER THE
      *              CYCLE, AND THE ITEMS DUE ARE DEALT ROUND-ROBIN
      *              OVER THE MONTH'S WORKING DAYS (MONDAY TO FRIDAY,
      *              FROM THE RUN DATE ON IN THE CURRENT MONTH). THE
      *              TARGET MONTH IS THE AAAAMM RUN ARGUMENT,
      *              DEFAULTING TO THE RUN MONTH. CICLOCONT PRINTS
      *              EACH DAY'S SHEETS AND THE OVERDUE REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.
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

           SELECT ABCCTLFILE ASSIGN TO DYNAMIC WS-PTH-ABCCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CYCLEMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CICLOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-KEY
               FILE STATUS IS WS-CIC-STATUS.

           SELECT CYCLEPLANFILE ASSIGN TO DYNAMIC WS-PTH-CICLOPLAN-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABCWORKFILE ASSIGN TO DYNAMIC WS-PTH-ABCWORK-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALESSORTFILE ASSIGN TO DYNAMIC WS-PTH-ABCVENDA-SRT.

           SELECT RANKSORTFILE ASSIGN TO DYNAMIC WS-PTH-ABCRANK-SRT.

           SELECT ABCREPORTFILE ASSIGN TO DYNAMIC WS-PTH-ABCCLASS-RPT
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

       FD  ABCCTLFILE.
       01  ABCCTL-RECORD.
           05 ABCCTL-PCT-A       PIC 9(3).
           05 ABCCTL-PCT-B       PIC 9(3).

       FD  CYCLEMASTERFILE.
       01  CIC-RECORD.
           05 CIC-KEY.
              10 CIC-BOOKNUM     PIC X(5).
              10 CIC-FILIAL      PIC X(3).
           05 CIC-CLASSE         PIC X(1).
           05 CIC-VALOR-12M      PIC 9(11)V99.
           05 CIC-DATA-CLASSE    PIC 9(8).
           05 CIC-ULT-CONTAGEM   PIC 9(8).
           05 CIC-PROX-DATA      PIC 9(8).

       FD  CYCLEPLANFILE.
       01  PLAN-RECORD.
           05 PLAN-DATA          PIC 9(8).
           05 PLAN-FILIAL        PIC X(3).
           05 PLAN-BOOKNUM       PIC X(5).
           05 PLAN-CLASSE        PIC X(1).

       FD  ABCWORKFILE.
       01  WRK-RECORD.
           05 WRK-VALOR          PIC 9(11)V99.
           05 WRK-BOOKNUM        PIC X(5).

       SD  SALESSORTFILE.
       01  SSF-SORTREC.
           88 ENDOFSALESSORT     VALUE HIGH-VALUES.
           02 SSF-BOOKNUM        PIC X(5).
           02 SSF-COPIES         PIC S9(5).

       SD  RANKSORTFILE.
       01  RSF-SORTREC.
           88 ENDOFRANKSORT      VALUE HIGH-VALUES.
           02 RSF-VALOR          PIC 9(11)V99.
           02 RSF-BOOKNUM        PIC X(5).

       FD  ABCREPORTFILE.
       01  WS-ABC-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BOOKINV-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-BSHIST-DAT PIC X(44)
           VALUE "ASSETS/BSHIST.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-ABCCTL-DAT PIC X(44)
           VALUE "ASSETS/ABCCTL.DAT".
       77  WS-PTH-CICLOMF-DAT PIC X(44)
           VALUE "ASSETS/CICLOMF.DAT".
       77  WS-PTH-CICLOPLAN-DAT PIC X(44)
           VALUE "ASSETS/CICLOPLAN.DAT".
       77  WS-PTH-ABCWORK-DAT PIC X(44)
           VALUE "ASSETS/ABCWORK.DAT".
       77  WS-PTH-ABCVENDA-SRT PIC X(44)
           VALUE "ASSETS/ABCVENDA.SRT".
       77  WS-PTH-ABCRANK-SRT PIC X(44)
           VALUE "ASSETS/ABCRANK.SRT".
       77  WS-PTH-ABCCLASS-RPT PIC X(44)
           VALUE "ASSETS/ABCCLASS.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-ABC-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-BIF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BIF-STATUS-OK   VALUE "00".
       77  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK  VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CTL-STATUS-OK   VALUE "00".
       77  WS-CIC-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CIC-STATUS-OK   VALUE "00".
       77  WS-BIF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BIF-OPENED      VALUE "Y".
       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".
       77  WS-CIC-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CIC-OPENED      VALUE "Y".
       77  WS-CIC-NOVO-SW        PIC X(01) VALUE "N".
           88 WS-CIC-NOVO        VALUE "Y".
       77  WS-EOF-INV-SW         PIC X(01) VALUE "N".
           88 WS-EOF-INVENTORY   VALUE "Y".

       77  WS-PCT-A              PIC 9(3) VALUE 80.
       77  WS-PCT-B              PIC 9(3) VALUE 95.
       77  WS-TARGET-YYYYMM      PIC 9(6) VALUE ZEROS.
       77  WS-MES-PARM           PIC X(6) VALUE SPACES.
       77  WS-TARGET-ABS         PIC 9(7) VALUE ZEROS.
       77  WS-RECORD-ABS         PIC 9(7) VALUE ZEROS.
       77  WS-GRUPO-BOOKNUM      PIC X(5) VALUE SPACES.
       77  WS-GRUPO-COPIES       PIC S9(7) VALUE ZEROS.
       77  WS-VALOR              PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-VALOR        PIC 9(13)V99 VALUE ZEROS.
       77  WS-ACUM-ANTES         PIC 9(13)V99 VALUE ZEROS.
       77  WS-ACUM-VALOR         PIC 9(13)V99 VALUE ZEROS.
       77  WS-PCT-ANTES          PIC 9(3)V99 VALUE ZEROS.
       77  WS-PCT-ACUM           PIC 9(3)V99 VALUE ZEROS.
       77  WS-CLASSE             PIC X(1) VALUE SPACE.
       77  WS-RANK               PIC 9(5) VALUE ZEROS.
       77  WS-INTERVALO          PIC 9(1) VALUE ZEROS.
       77  WS-COORTE             PIC 9(1) VALUE ZEROS.
       77  WS-COORTE-MES         PIC 9(1) VALUE ZEROS.
       77  WS-QUOCIENTE          PIC 9(7) VALUE ZEROS.
       77  WS-VENCIDO-SW         PIC X(01) VALUE "N".
           88 WS-VENCIDO         VALUE "Y".
       77  WS-SLOT               PIC 9(7) VALUE ZEROS.
       77  WS-DIA-IX             PIC 9(2) VALUE ZEROS.
       77  WS-PRIMEIRO-DIA       PIC 9(8) VALUE ZEROS.
       77  WS-NOVOS-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-PLAN-COUNT         PIC 9(5) VALUE ZEROS.

       77  WS-SERIAL-WORK        PIC 9(7) VALUE ZEROS.
       77  WS-SER-AUX            PIC 9(7) VALUE ZEROS.
       77  WS-SER-ANO-BASE       PIC 9(4) VALUE ZEROS.
       77  WS-SERIAL-INICIO      PIC 9(7) VALUE ZEROS.
       77  WS-SERIAL-FIM         PIC 9(7) VALUE ZEROS.
       77  WS-DIAS-NO-MES        PIC 9(2) VALUE ZEROS.
       77  WS-DIA-SEMANA         PIC 9(1) VALUE ZEROS.
       77  WS-DIA                PIC 9(2) VALUE ZEROS.

       01  WS-COPIES-X           PIC XX.
       01  WS-COPIES-N REDEFINES WS-COPIES-X PIC 99.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO         PIC 9(4).
           05 WS-RUN-MES         PIC 9(2).
           05 WS-RUN-DIA         PIC 9(2).

       01  WS-TARGET-SPLIT.
           05 WS-TGT-ANO         PIC 9(4).
           05 WS-TGT-MES         PIC 9(2).

       01  WS-REC-YEARMONTH-X.
           05 WS-REC-ANO         PIC 9(4).
           05 WS-REC-MES         PIC 9(2).

       01  WS-ULT-DATA-X.
           05 WS-ULT-ANO         PIC 9(4).
           05 WS-ULT-MES         PIC 9(2).
           05 WS-ULT-DIA         PIC 9(2).

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

       01  WS-DIAS-UTEIS-TABLE.
           05 WS-DIA-UTIL        PIC 9(8) OCCURS 31 TIMES.
       01  WS-DIAS-UTEIS         PIC 9(2) VALUE ZEROS.

       01  WS-CLASSE-TOTAIS.
           05 WS-CLS-ENTRY OCCURS 3 TIMES.
              10 WS-CLS-TITULOS  PIC 9(5).
              10 WS-CLS-VALOR    PIC 9(13)V99.
              10 WS-CLS-NOVOS    PIC 9(5).
              10 WS-CLS-PLANO    PIC 9(5).
       01  WS-CLASSE-LETRAS      PIC X(3) VALUE "ABC".
       01  KX                    PIC 9(1).

       01  ABC-MONTH-LINE.
           05 FILLER             PIC X(21)
              VALUE "MES DA PROGRAMACAO:  ".
           05 AML-YYYYMM         PIC 9(6).
           05 FILLER             PIC X(18)
              VALUE "    DIAS UTEIS:   ".
           05 AML-DIAS           PIC Z9.

       01  ABC-HEADING.
           05 FILLER             PIC X(07) VALUE "  POS.".
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(18) VALUE "  VALOR VENDA 12M".
           05 FILLER             PIC X(10) VALUE "  % ACUM.".
           05 FILLER             PIC X(06) VALUE "CLASSE".

       01  ABC-DETAIL-LINE.
           05 ADL-RANK           PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ADL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ADL-TITLE          PIC X(25).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ADL-VALOR          PIC Z(12)9,99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 ADL-PCT            PIC ZZ9,99.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 ADL-CLASSE         PIC X(1).

       01  ABC-CLASS-HEADING.
           05 FILLER             PIC X(08) VALUE "CLASSE".
           05 FILLER             PIC X(09) VALUE " TITULOS".
           05 FILLER             PIC X(20) VALUE "      VALOR VENDA".
           05 FILLER             PIC X(09) VALUE "  FREQ.".
           05 FILLER             PIC X(12) VALUE " NOVOS ITENS".
           05 FILLER             PIC X(12) VALUE " PROGRAMADOS".

       01  ABC-CLASS-LINE.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 ACL-CLASSE         PIC X(1).
           05 FILLER             PIC X(05) VALUE SPACES.
           05 ACL-TITULOS        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ACL-VALOR          PIC Z(12)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ACL-FREQ           PIC X(10).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 ACL-NOVOS          PIC ZZZZ9.
           05 FILLER             PIC X(07) VALUE SPACES.
           05 ACL-PLANO          PIC ZZZZ9.

       01  ABC-TOTAL-VAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "VALOR TOTAL VENDIDO EM 12M:   ".
           05 ATL-VALOR          PIC Z(12)9,99.

       01  ABC-TOTAL-PLN-LINE.
           05 FILLER             PIC X(30)
              VALUE "CONTAGENS PROGRAMADAS NO MES: ".
           05 ATL-PLANO          PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF WS-BIF-OPENED
               SORT SALESSORTFILE ON ASCENDING KEY SSF-BOOKNUM
                   INPUT PROCEDURE IS 0003-COLLECT-SALES
                   OUTPUT PROCEDURE IS 0004-VALUE-TITLES
               SORT RANKSORTFILE
                   ON DESCENDING KEY RSF-VALOR
                   ON ASCENDING KEY RSF-BOOKNUM
                   USING ABCWORKFILE
                   OUTPUT PROCEDURE IS 0005-CLASSIFY-AND-PLAN
           END-IF.
           PERFORM 0006-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-BSHIST-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-ABCCTL-DAT.
           CALL "DATADIR" USING WS-PTH-CICLOMF-DAT.
           CALL "DATADIR" USING WS-PTH-CICLOPLAN-DAT.
           CALL "DATADIR" USING WS-PTH-ABCWORK-DAT.
           CALL "DATADIR" USING WS-PTH-ABCVENDA-SRT.
           CALL "DATADIR" USING WS-PTH-ABCRANK-SRT.
           CALL "DATADIR" USING WS-PTH-ABCCLASS-RPT.

       0001-500-LOG-START.
           MOVE "ABCCLASS" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "ABCCLASS" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           PERFORM 0002-100-GET-TARGET-MONTH.
           MOVE ZEROS TO WS-CLASSE-TOTAIS.
           OPEN INPUT ABCCTLFILE.
           IF WS-CTL-STATUS-OK
               READ ABCCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF ABCCTL-PCT-A IS NUMERIC
                          AND ABCCTL-PCT-B IS NUMERIC
                          AND ABCCTL-PCT-A > ZEROS
                          AND ABCCTL-PCT-B > ABCCTL-PCT-A
                          AND ABCCTL-PCT-B NOT > 100
                           MOVE ABCCTL-PCT-A TO WS-PCT-A
                           MOVE ABCCTL-PCT-B TO WS-PCT-B
                       END-IF
               END-READ
               CLOSE ABCCTLFILE
           END-IF.
           PERFORM 0002-200-BUILD-WORKING-DAYS.
           OPEN OUTPUT ABCREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "CLASSIFICACAO ABC E PROGRAMACAO DE CONTAGEM CICLICA"
               TO RPT-BH-TITLE.
           WRITE WS-ABC-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-ABC-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-ABC-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TARGET-YYYYMM TO AML-YYYYMM.
           MOVE WS-DIAS-UTEIS TO AML-DIAS.
           WRITE WS-ABC-RPT-LINE FROM ABC-MONTH-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-ABC-RPT-LINE FROM ABC-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT BOOKMASTERFILE.
           IF WS-BMF-STATUS-OK
               SET WS-BMF-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: BOOKMF.DAT INDISPONIVEL - STATUS '
                   WS-BMF-STATUS ' - VENDAS SEM PRECO'
           END-IF.
           OPEN INPUT BOOKINVENTORYFILE.
           IF WS-BIF-STATUS-OK
               SET WS-BIF-OPENED TO TRUE
           ELSE
               DISPLAY 'SEM BOOKINV.DAT - NADA A CLASSIFICAR'
           END-IF.
           OPEN I-O CYCLEMASTERFILE.
           IF NOT WS-CIC-STATUS-OK
               OPEN OUTPUT CYCLEMASTERFILE
               CLOSE CYCLEMASTERFILE
               OPEN I-O CYCLEMASTERFILE
           END-IF.
           IF WS-CIC-STATUS-OK
               SET WS-CIC-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR CICLOMF.DAT - STATUS '
                   WS-CIC-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT CYCLEPLANFILE.

       0002-100-GET-TARGET-MONTH.
           MOVE SPACES TO WS-MES-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MES-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-MES-PARM
           END-ACCEPT.
           IF WS-MES-PARM NOT = SPACES
              AND WS-MES-PARM IS NUMERIC
               MOVE WS-MES-PARM TO WS-TARGET-YYYYMM
           ELSE
               COMPUTE WS-TARGET-YYYYMM =
                   (WS-RUN-ANO * 100) + WS-RUN-MES
           END-IF.
           MOVE WS-TARGET-YYYYMM TO WS-TARGET-SPLIT.
           COMPUTE WS-TARGET-ABS = (WS-TGT-ANO * 12) + WS-TGT-MES.

       0002-200-BUILD-WORKING-DAYS.
           MOVE ZEROS TO WS-DIAS-UTEIS.
           MOVE WS-TGT-ANO TO WS-SDX-ANO.
           MOVE WS-TGT-MES TO WS-SDX-MES.
           MOVE 1 TO WS-SDX-DIA.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-SERIAL-INICIO.
           MOVE WS-SERIAL-DATE-N TO WS-PRIMEIRO-DIA.
           IF WS-TGT-MES = 12
               COMPUTE WS-SDX-ANO = WS-TGT-ANO + 1
               MOVE 1 TO WS-SDX-MES
           ELSE
               MOVE WS-TGT-ANO TO WS-SDX-ANO
               COMPUTE WS-SDX-MES = WS-TGT-MES + 1
           END-IF.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-SERIAL-FIM.
           COMPUTE WS-DIAS-NO-MES = WS-SERIAL-FIM - WS-SERIAL-INICIO.
           MOVE WS-TGT-ANO TO WS-SDX-ANO.
           MOVE WS-TGT-MES TO WS-SDX-MES.
           PERFORM 0002-250-CHECK-ONE-DAY
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-DIAS-NO-MES.
           IF WS-DIAS-UTEIS = ZEROS
               DISPLAY 'AVISO: NENHUM DIA UTIL RESTANTE EM '
                   WS-TARGET-YYYYMM ' - NADA PROGRAMADO'
           END-IF.

       0002-250-CHECK-ONE-DAY.
           MOVE WS-DIA TO WS-SDX-DIA.
           PERFORM 0008-DATE-TO-SERIAL.
           DIVIDE WS-SERIAL-WORK BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA > 1
              AND WS-SERIAL-DATE-N NOT < WS-RUN-DATE-NUM
               ADD 1 TO WS-DIAS-UTEIS
               MOVE WS-SERIAL-DATE-N TO WS-DIA-UTIL(WS-DIAS-UTEIS)
           END-IF.

       0003-COLLECT-SALES.
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               READ HISTORYFILE
                   AT END SET ENDOFHISTORY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFHISTORY
                   PERFORM 0003-300-RELEASE-SALE
                   READ HISTORYFILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           ELSE
               DISPLAY 'AVISO: SEM BSHIST.DAT - TODOS OS TITULOS EM C'
           END-IF.
           MOVE LOW-VALUES TO BIF-KEY.
           START BOOKINVENTORYFILE KEY NOT < BIF-KEY
               INVALID KEY SET WS-EOF-INVENTORY TO TRUE
           END-START.
           PERFORM 0003-500-READ-INVENTORY.
           PERFORM UNTIL WS-EOF-INVENTORY
               MOVE BIF-BOOKNUM TO SSF-BOOKNUM
               MOVE ZEROS TO SSF-COPIES
               RELEASE SSF-SORTREC
               PERFORM 0003-500-READ-INVENTORY
           END-PERFORM.

       0003-300-RELEASE-SALE.
           MOVE HIST-YEARMONTH TO WS-REC-YEARMONTH-X.
           COMPUTE WS-RECORD-ABS =
               (WS-REC-ANO * 12) + WS-REC-MES.
           MOVE HIST-COPIES TO WS-COPIES-X.
           IF WS-TARGET-ABS - WS-RECORD-ABS <= 12
              AND WS-TARGET-ABS - WS-RECORD-ABS > ZEROS
              AND WS-COPIES-X IS NUMERIC
               MOVE HIST-BOOKNUM TO SSF-BOOKNUM
               IF HIST-SALESTATUS = "N"
                   MOVE WS-COPIES-N TO SSF-COPIES
                   RELEASE SSF-SORTREC
               ELSE
                   IF HIST-SALESTATUS = "R"
                       COMPUTE SSF-COPIES = ZERO - WS-COPIES-N
                       RELEASE SSF-SORTREC
                   END-IF
               END-IF
           END-IF.

       0003-500-READ-INVENTORY.
           READ BOOKINVENTORYFILE NEXT RECORD
               AT END SET WS-EOF-INVENTORY TO TRUE
           END-READ.

       0004-VALUE-TITLES.
           OPEN OUTPUT ABCWORKFILE.
           RETURN SALESSORTFILE
               AT END SET ENDOFSALESSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFSALESSORT
               MOVE SSF-BOOKNUM TO WS-GRUPO-BOOKNUM
               MOVE ZEROS TO WS-GRUPO-COPIES
               PERFORM UNTIL ENDOFSALESSORT
                       OR SSF-BOOKNUM NOT = WS-GRUPO-BOOKNUM
                   ADD SSF-COPIES TO WS-GRUPO-COPIES
                   RETURN SALESSORTFILE
                       AT END SET ENDOFSALESSORT TO TRUE
                   END-RETURN
               END-PERFORM
               PERFORM 0004-500-WRITE-TITLE-VALUE
           END-PERFORM.
           CLOSE ABCWORKFILE.

       0004-500-WRITE-TITLE-VALUE.
           MOVE WS-GRUPO-BOOKNUM TO BIF-BOOKNUM.
           MOVE LOW-VALUES TO BIF-FILIAL.
           START BOOKINVENTORYFILE KEY NOT < BIF-KEY
               INVALID KEY MOVE HIGH-VALUES TO BIF-KEY
               NOT INVALID KEY
                   READ BOOKINVENTORYFILE NEXT RECORD
                       AT END MOVE HIGH-VALUES TO BIF-KEY
                   END-READ
           END-START.
           IF BIF-BOOKNUM = WS-GRUPO-BOOKNUM
               MOVE ZEROS TO WS-VALOR
               IF WS-GRUPO-COPIES > ZEROS AND WS-BMF-OPENED
                   MOVE WS-GRUPO-BOOKNUM TO BMF-BOOKNUM
                   READ BOOKMASTERFILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-VALOR =
                               WS-GRUPO-COPIES * BMF-PRICE
                   END-READ
               END-IF
               MOVE WS-VALOR TO WRK-VALOR
               MOVE WS-GRUPO-BOOKNUM TO WRK-BOOKNUM
               WRITE WRK-RECORD
               ADD WS-VALOR TO WS-TOTAL-VALOR
           END-IF.

       0005-CLASSIFY-AND-PLAN.
           RETURN RANKSORTFILE
               AT END SET ENDOFRANKSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFRANKSORT
               PERFORM 0005-100-CLASSIFY-TITLE
               PERFORM 0005-300-PRINT-TITLE
               IF WS-CIC-OPENED
                   PERFORM 0005-500-PLAN-BRANCHES
               END-IF
               RETURN RANKSORTFILE
                   AT END SET ENDOFRANKSORT TO TRUE
               END-RETURN
           END-PERFORM.

       0005-100-CLASSIFY-TITLE.
           ADD 1 TO WS-RANK.
           MOVE WS-ACUM-VALOR TO WS-ACUM-ANTES.
           ADD RSF-VALOR TO WS-ACUM-VALOR.
           IF WS-TOTAL-VALOR > ZEROS
               COMPUTE WS-PCT-ANTES ROUNDED =
                   (WS-ACUM-ANTES * 100) / WS-TOTAL-VALOR
               COMPUTE WS-PCT-ACUM ROUNDED =
                   (WS-ACUM-VALOR * 100) / WS-TOTAL-VALOR
           ELSE
               MOVE ZEROS TO WS-PCT-ANTES
               MOVE ZEROS TO WS-PCT-ACUM
           END-IF.
           IF RSF-VALOR = ZEROS
               MOVE "C" TO WS-CLASSE
               MOVE 3 TO KX
           ELSE
               IF WS-PCT-ANTES < WS-PCT-A
                   MOVE "A" TO WS-CLASSE
                   MOVE 1 TO KX
               ELSE
                   IF WS-PCT-ANTES < WS-PCT-B
                       MOVE "B" TO WS-CLASSE
                       MOVE 2 TO KX
                   ELSE
                       MOVE "C" TO WS-CLASSE
                       MOVE 3 TO KX
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-CLS-TITULOS(KX).
           ADD RSF-VALOR TO WS-CLS-VALOR(KX).

       0005-300-PRINT-TITLE.
           IF RSF-VALOR > ZEROS
               MOVE WS-RANK TO ADL-RANK
               MOVE RSF-BOOKNUM TO ADL-BOOKNUM
               MOVE SPACES TO ADL-TITLE
               IF WS-BMF-OPENED
                   MOVE RSF-BOOKNUM TO BMF-BOOKNUM
                   READ BOOKMASTERFILE
                       INVALID KEY MOVE "TITULO NAO CADASTRADO"
                           TO ADL-TITLE
                       NOT INVALID KEY MOVE BMF-BOOKTITLE
                           TO ADL-TITLE
                   END-READ
               END-IF
               MOVE RSF-VALOR TO ADL-VALOR
               MOVE WS-PCT-ACUM TO ADL-PCT
               MOVE WS-CLASSE TO ADL-CLASSE
               MOVE ABC-DETAIL-LINE TO WS-ABC-RPT-LINE
               CALL "DECFMT" USING WS-ABC-RPT-LINE, WS-ABC-RPT-LEN
               WRITE WS-ABC-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0005-500-PLAN-BRANCHES.
           EVALUATE WS-CLASSE
               WHEN "A" MOVE 1 TO WS-INTERVALO
               WHEN "B" MOVE 3 TO WS-INTERVALO
               WHEN OTHER MOVE 6 TO WS-INTERVALO
           END-EVALUATE.
           DIVIDE WS-TARGET-ABS BY WS-INTERVALO GIVING WS-QUOCIENTE
               REMAINDER WS-COORTE-MES.
           MOVE RSF-BOOKNUM TO BIF-BOOKNUM.
           MOVE LOW-VALUES TO BIF-FILIAL.
           MOVE "N" TO WS-EOF-INV-SW.
           START BOOKINVENTORYFILE KEY NOT < BIF-KEY
               INVALID KEY SET WS-EOF-INVENTORY TO TRUE
           END-START.
           PERFORM 0003-500-READ-INVENTORY.
           PERFORM UNTIL WS-EOF-INVENTORY
                   OR BIF-BOOKNUM NOT = RSF-BOOKNUM
               PERFORM 0005-600-PLAN-ONE-BRANCH
               PERFORM 0003-500-READ-INVENTORY
           END-PERFORM.

       0005-600-PLAN-ONE-BRANCH.
           MOVE BIF-BOOKNUM TO CIC-BOOKNUM.
           MOVE BIF-FILIAL TO CIC-FILIAL.
           MOVE "N" TO WS-CIC-NOVO-SW.
           READ CYCLEMASTERFILE
               INVALID KEY
                   MOVE ZEROS TO CIC-ULT-CONTAGEM
                   MOVE ZEROS TO CIC-PROX-DATA
                   SET WS-CIC-NOVO TO TRUE
           END-READ.
           IF CIC-ULT-CONTAGEM IS NOT NUMERIC
               MOVE ZEROS TO CIC-ULT-CONTAGEM
           END-IF.
           IF CIC-PROX-DATA IS NOT NUMERIC
               MOVE ZEROS TO CIC-PROX-DATA
           END-IF.
           MOVE WS-CLASSE TO CIC-CLASSE.
           MOVE RSF-VALOR TO CIC-VALOR-12M.
           MOVE WS-RUN-DATE-NUM TO CIC-DATA-CLASSE.
           PERFORM 0005-700-DECIDE-DUE.
           IF WS-VENCIDO AND WS-DIAS-UTEIS > ZEROS
               ADD 1 TO WS-SLOT
               DIVIDE WS-SLOT BY WS-DIAS-UTEIS GIVING WS-QUOCIENTE
                   REMAINDER WS-DIA-IX
               ADD 1 TO WS-DIA-IX
               MOVE WS-DIA-UTIL(WS-DIA-IX) TO CIC-PROX-DATA
               MOVE CIC-PROX-DATA TO PLAN-DATA
               MOVE CIC-FILIAL TO PLAN-FILIAL
               MOVE CIC-BOOKNUM TO PLAN-BOOKNUM
               MOVE WS-CLASSE TO PLAN-CLASSE
               WRITE PLAN-RECORD
               ADD 1 TO WS-PLAN-COUNT
               ADD 1 TO WS-CLS-PLANO(KX)
           END-IF.
           IF NOT WS-CIC-NOVO
               REWRITE CIC-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR CICLOMF - LIVRO '
                           CIC-BOOKNUM ' FILIAL ' CIC-FILIAL
                       MOVE 1 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE CIC-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO CRIAR CICLOMF - LIVRO '
                           CIC-BOOKNUM ' FILIAL ' CIC-FILIAL
                       MOVE 1 TO RETURN-CODE
               END-WRITE
           END-IF.

       0005-700-DECIDE-DUE.
           MOVE "N" TO WS-VENCIDO-SW.
           IF CIC-ULT-CONTAGEM = ZEROS
               IF CIC-PROX-DATA > ZEROS
                  AND CIC-PROX-DATA < WS-PRIMEIRO-DIA
                   SET WS-VENCIDO TO TRUE
               ELSE
                   IF CIC-PROX-DATA = ZEROS
                       ADD 1 TO WS-NOVOS-COUNT
                       ADD 1 TO WS-CLS-NOVOS(KX)
                       DIVIDE WS-CLS-NOVOS(KX) BY WS-INTERVALO
                           GIVING WS-QUOCIENTE
                           REMAINDER WS-COORTE
                       IF WS-COORTE = WS-COORTE-MES
                           SET WS-VENCIDO TO TRUE
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE CIC-ULT-CONTAGEM TO WS-ULT-DATA-X
               COMPUTE WS-RECORD-ABS =
                   (WS-ULT-ANO * 12) + WS-ULT-MES
               IF WS-TARGET-ABS - WS-RECORD-ABS
                  NOT < WS-INTERVALO
                   SET WS-VENCIDO TO TRUE
               END-IF
           END-IF.

       0006-FINALIZE.
           WRITE WS-ABC-RPT-LINE FROM ABC-CLASS-HEADING
               AFTER ADVANCING 3 LINES.
           PERFORM 0006-500-PRINT-CLASS
               VARYING KX FROM 1 BY 1 UNTIL KX > 3.
           MOVE WS-TOTAL-VALOR TO ATL-VALOR.
           MOVE ABC-TOTAL-VAL-LINE TO WS-ABC-RPT-LINE.
           CALL "DECFMT" USING WS-ABC-RPT-LINE, WS-ABC-RPT-LEN.
           WRITE WS-ABC-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-PLAN-COUNT TO ATL-PLANO.
           WRITE WS-ABC-RPT-LINE FROM ABC-TOTAL-PLN-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-ABC-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE ABCREPORTFILE.
           CLOSE CYCLEPLANFILE.
           IF WS-CIC-OPENED
               CLOSE CYCLEMASTERFILE
           END-IF.
           IF WS-BIF-OPENED
               CLOSE BOOKINVENTORYFILE
           END-IF.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           DISPLAY 'CLASSIFICACAO ABC E PROGRAMACAO CONCLUIDAS'.

       0006-500-PRINT-CLASS.
           MOVE WS-CLASSE-LETRAS(KX:1) TO ACL-CLASSE.
           MOVE WS-CLS-TITULOS(KX) TO ACL-TITULOS.
           MOVE WS-CLS-VALOR(KX) TO ACL-VALOR.
           EVALUATE KX
               WHEN 1 MOVE "MENSAL" TO ACL-FREQ
               WHEN 2 MOVE "TRIMESTRAL" TO ACL-FREQ
               WHEN OTHER MOVE "SEMESTRAL" TO ACL-FREQ
           END-EVALUATE.
           MOVE WS-CLS-NOVOS(KX) TO ACL-NOVOS.
           MOVE WS-CLS-PLANO(KX) TO ACL-PLANO.
           MOVE ABC-CLASS-LINE TO WS-ABC-RPT-LINE.
           CALL "DECFMT" USING WS-ABC-RPT-LINE, WS-ABC-RPT-LEN.
           WRITE WS-ABC-RPT-LINE
               AFTER ADVANCING 1 LINE.

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

       END PROGRAM ABCCLASS.
