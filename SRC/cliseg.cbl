      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. CUSTHIST LISTS WHAT EACH CUSTOMER
      *              BOUGHT BUT COULD NOT SAY WHO THE BEST COLLECTORS
      *              ARE OR WHO STOPPED COMING. THIS MONTHLY STEP
      *              SCORES EVERY CLIENT ON CUSTMF.DAT FROM THE
      *              IDENTIFIED SALES (BSF-CLIENTEID) ON BOOKSALES.DAT
      *              AND BSHIST.DAT UP TO THE END OF THE TARGET MONTH:
      *              RECENCY (DAYS SINCE THE LAST PURCHASE), FREQUENCY
      *              (DAYS WITH A PURCHASE IN THE LAST TWELVE MONTHS)
      *              AND NET VALUE OF THOSE TWELVE MONTHS (COPIES SOLD
      *              LESS RETURNED AT THE MASTER PRICE, AS ABCCLASS).
      *              EACH CLIENT GETS ONE SEGMENT, TESTED IN THIS
      *              ORDER: PERDIDO (NO PURCHASE FOR OVER 365 DAYS),
      *              NOVO (FIRST PURCHASE WITHIN 90 DAYS), CAMPEAO
      *              (BOUGHT WITHIN 90 DAYS, ON 6 OR MORE DAYS, 500,00
      *              OR MORE), FIEL (BOUGHT WITHIN 90 DAYS, OR WITHIN
      *              180 ON 3 OR MORE DAYS), EM RISCO (THE REST);
      *              CLIENTS WHO NEVER BOUGHT ARE "SEM COMPRAS". THE
      *              LIMITS CAN BE CHANGED IN CLISEGCTL.DAT. THE
      *              MONTH'S SEGMENT OF EVERY CLIENT IS KEPT ON THE
      *              INDEXED HISTORY CLISEGHIST.DAT (A RERUN REPLACES
      *              THE MONTH), SO CLISEG.RPT SHOWS THE COUNT AND
      *              VALUE PER SEGMENT AND THE MOVEMENT FROM LAST
      *              MONTH'S SEGMENT; CLIRECUP.RPT LISTS THE LAPSED
      *              COLLECTORS FOR A WIN-BACK CAMPAIGN WITH THEIR
      *              FAVOURITE AUTHORS (MOST NET COPIES BY
      *              BMF-AUTHORID) AND CLIMAIL.DAT IS THE MAILING
      *              EXTRACT. CLIENTS WHO REFUSED MARKETING CONTACT
      *              (CLI-ACEITA-MKT = N) ARE LEFT OUT OF ALL OF IT
      *              AND ONLY COUNTED. THE TARGET MONTH IS THE AAAAMM
      *              RUN ARGUMENT, DEFAULTING TO THE MONTH BEFORE THE
      *              RUN DATE, AS IN PERDAMES.
      * 15/10/2026 - SALES CARRYING THE RESERVED ID 999999 OF A CLIENT
      *              WHOSE DATA WAS ERASED (LGPDELIM) ARE LEFT OUT
      *              INSTEAD OF COUNTING AS SALES WITHOUT A MASTER.
      * 15/10/2026 - THE PREFERRED-AUTHORS LINE OF THE RECOVERY LIST
      *              NOW FITS THE 100-COLUMN REPORT WITH ALL THREE
      *              NAMES IN FULL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISEG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKSALESFILE ASSIGN TO DYNAMIC WS-PTH-BOOKSALES-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSF-STATUS.

           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-PTH-BSHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CLIENTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CLIENTEID
               FILE STATUS IS WS-CLI-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT SEGCTLFILE ASSIGN TO DYNAMIC WS-PTH-CLISEGCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SEGHISTFILE ASSIGN TO DYNAMIC WS-PTH-CLISEGHIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGH-KEY
               FILE STATUS IS WS-SGH-STATUS.

           SELECT MAILFILE ASSIGN TO DYNAMIC WS-PTH-CLIMAIL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.

           SELECT SEGSORTFILE ASSIGN TO DYNAMIC WS-PTH-CLISEG-SRT.

           SELECT SEGREPORTFILE ASSIGN TO DYNAMIC WS-PTH-CLISEG-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECUPREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-CLIRECUP-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKSALESFILE.
       01  BSF-RECORD.
           88 ENDOFBSF           VALUE HIGH-VALUES.
           02 BSF-BOOKNUM        PIC X(5).
           02 BSF-COPIES         PIC XX.
           02 BSF-SALESTATUS     PIC X.
           02 BSF-SALEDATE       PIC X(8).
           02 BSF-REGION         PIC X(3).
           02 BSF-CLIENTEID      PIC X(6).

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

       FD  CLIENTMASTERFILE.
       01  CLI-RECORD.
           05 CLI-CLIENTEID      PIC 9(6).
           05 CLI-NOME           PIC X(30).
           05 CLI-TELEFONE       PIC X(12).
           05 CLI-REGIAO         PIC X(3).
           05 CLI-LIMITE         PIC 9(7)V9(2).
           05 CLI-SALDO          PIC 9(7)V9(2).
           05 CLI-ACEITA-MKT     PIC X(1).
              88 CLI-RECUSA-MKT  VALUE "N".

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

       FD  SEGCTLFILE.
       01  SEGCTL-RECORD.
           05 SEGCTL-DIAS-ATIVO  PIC 9(3).
           05 SEGCTL-DIAS-RISCO  PIC 9(3).
           05 SEGCTL-DIAS-PERDIDO PIC 9(3).
           05 SEGCTL-FREQ-FIEL   PIC 9(3).
           05 SEGCTL-FREQ-CAMPEAO PIC 9(3).
           05 SEGCTL-VALOR-CAMPEAO PIC 9(7).

       FD  SEGHISTFILE.
       01  SGH-RECORD.
           05 SGH-KEY.
              10 SGH-CLIENTEID   PIC 9(6).
              10 SGH-YYYYMM      PIC 9(6).
           05 SGH-SEGMENTO       PIC X(1).
           05 SGH-ULTIMA-COMPRA  PIC 9(8).
           05 SGH-RECENCIA       PIC 9(5).
           05 SGH-FREQUENCIA     PIC 9(5).
           05 SGH-VALOR-12M      PIC S9(9)V99.
           05 SGH-DATA-CALCULO   PIC 9(8).

       FD  MAILFILE.
       01  MAIL-RECORD.
           05 MAIL-CLIENTEID     PIC 9(6).
           05 MAIL-NOME          PIC X(30).
           05 MAIL-TELEFONE      PIC X(12).
           05 MAIL-REGIAO        PIC X(3).
           05 MAIL-SEGMENTO      PIC X(1).
           05 MAIL-SEG-NOME      PIC X(12).
           05 MAIL-SEG-ANTERIOR  PIC X(1).
           05 MAIL-ULTIMA-COMPRA PIC 9(8).
           05 MAIL-FREQUENCIA    PIC 9(5).
           05 MAIL-VALOR-12M     PIC S9(9)V99
              SIGN IS LEADING SEPARATE.
           05 MAIL-AUTOR-PREF    PIC X(25).

       SD  SEGSORTFILE.
       01  SSF-SORTREC.
           88 ENDOFSEGSORT       VALUE HIGH-VALUES.
           02 SSF-CLIENTEID      PIC X(6).
           02 SSF-SALEDATE       PIC 9(8).
           02 SSF-SALESTATUS     PIC X.
           02 SSF-COPIES         PIC S9(3).
           02 SSF-VALOR          PIC S9(7)V99.
           02 SSF-AUTHORID       PIC 9(5).
           02 SSF-AUTHORNAME     PIC X(25).

       FD  SEGREPORTFILE.
       01  WS-SEG-RPT-LINE       PIC X(100).

       FD  RECUPREPORTFILE.
       01  WS-REC-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BOOKSALES-DAT PIC X(44)
           VALUE "ASSETS/BOOKSALES.DAT".
       77  WS-PTH-BSHIST-DAT PIC X(44)
           VALUE "ASSETS/BSHIST.DAT".
       77  WS-PTH-CUSTMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTMF.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-CLISEGCTL-DAT PIC X(44)
           VALUE "ASSETS/CLISEGCTL.DAT".
       77  WS-PTH-CLISEGHIST-DAT PIC X(44)
           VALUE "ASSETS/CLISEGHIST.DAT".
       77  WS-PTH-CLIMAIL-DAT PIC X(44)
           VALUE "ASSETS/CLIMAIL.DAT".
       77  WS-PTH-CLISEG-SRT PIC X(44)
           VALUE "ASSETS/CLISEG.SRT".
       77  WS-PTH-CLISEG-RPT PIC X(44)
           VALUE "ASSETS/CLISEG.RPT".
       77  WS-PTH-CLIRECUP-RPT PIC X(44)
           VALUE "ASSETS/CLIRECUP.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-SEG-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-REC-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-BSF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BSF-STATUS-OK   VALUE "00".
       77  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK  VALUE "00".
       77  WS-CLI-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CLI-STATUS-OK   VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CTL-STATUS-OK   VALUE "00".
       77  WS-SGH-STATUS         PIC X(02) VALUE SPACES.
           88 WS-SGH-STATUS-OK   VALUE "00".
       77  WS-MAIL-STATUS        PIC X(02) VALUE SPACES.
           88 WS-MAIL-STATUS-OK  VALUE "00".
       77  WS-CLI-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CLI-OPENED      VALUE "Y".
       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".
       77  WS-SGH-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-SGH-OPENED      VALUE "Y".
       77  WS-EOF-CLI-SW         PIC X(01) VALUE "N".
           88 WS-EOF-CLIENTES    VALUE "Y".

      *    SEGMENT LIMITS, REPLACED BY CLISEGCTL.DAT WHEN PRESENT
       77  WS-DIAS-ATIVO         PIC 9(3) VALUE 90.
       77  WS-DIAS-RISCO         PIC 9(3) VALUE 180.
       77  WS-DIAS-PERDIDO       PIC 9(3) VALUE 365.
       77  WS-FREQ-FIEL          PIC 9(3) VALUE 3.
       77  WS-FREQ-CAMPEAO       PIC 9(3) VALUE 6.
       77  WS-VALOR-CAMPEAO      PIC 9(7) VALUE 500.

       77  WS-TARGET-YYYYMM      PIC 9(6) VALUE ZEROS.
       77  WS-ANTERIOR-YYYYMM    PIC 9(6) VALUE ZEROS.
       77  WS-MES-PARM           PIC X(6) VALUE SPACES.
       77  WS-ABS-MESES          PIC 9(7) VALUE ZEROS.
       77  WS-TGT-ANO            PIC 9(5) VALUE ZEROS.
       77  WS-TGT-MES            PIC 9(2) VALUE ZEROS.
       77  WS-AUX-ANO            PIC 9(5) VALUE ZEROS.
       77  WS-MES-SEGUINTE       PIC 9(8) VALUE ZEROS.
       77  WS-JANELA-INICIO      PIC 9(8) VALUE ZEROS.
       77  WS-FIM-SERIAL         PIC 9(7) VALUE ZEROS.

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

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO         PIC 9(4).
           05 WS-RUN-MES         PIC 9(2).
           05 WS-RUN-DIA         PIC 9(2).

      *    ONE SALE ON ITS WAY TO THE SORT
       77  WS-SALE-STATUS        PIC X(1) VALUE SPACE.
       77  WS-SALE-DATE-X        PIC X(8) VALUE SPACES.
       77  WS-SALE-BOOKNUM       PIC X(5) VALUE SPACES.
       77  WS-SALE-CLIENTEID     PIC X(6) VALUE SPACES.
       01  WS-COPIES-X           PIC XX.
       01  WS-COPIES-N REDEFINES WS-COPIES-X PIC 99.

      *    MATCH OF THE CLIENT MASTER AGAINST THE SORTED SALES
       77  WS-CHAVE-CLIENTE      PIC X(6) VALUE SPACES.
       77  WS-CHAVE-VENDA        PIC X(6) VALUE SPACES.

      *    CURRENT CLIENT
       77  WS-PRIMEIRA-COMPRA    PIC 9(8) VALUE ZEROS.
       77  WS-ULTIMA-COMPRA      PIC 9(8) VALUE ZEROS.
       77  WS-FREQUENCIA         PIC 9(5) VALUE ZEROS.
       77  WS-VALOR-12M          PIC S9(9)V99 VALUE ZEROS.
       77  WS-VALOR-TOTAL        PIC S9(9)V99 VALUE ZEROS.
       77  WS-RECENCIA           PIC 9(5) VALUE ZEROS.
       77  WS-ANTIGUIDADE        PIC 9(5) VALUE ZEROS.
       77  WS-SEGMENTO           PIC X(1) VALUE SPACE.
       77  WS-SEG-ANTERIOR       PIC X(1) VALUE SPACE.

      *    NET COPIES PER AUTHOR FOR THE CURRENT CLIENT
       01  WS-AUTOR-TABLE.
           05 WS-AUTOR-ENTRY OCCURS 60 TIMES.
              10 WS-AUT-ID       PIC 9(5).
              10 WS-AUT-NOME     PIC X(25).
              10 WS-AUT-COPIAS   PIC S9(5).
              10 WS-AUT-USADO    PIC X(1).
       77  WS-AUTOR-COUNT        PIC 9(3) VALUE ZEROS.
       77  AX                    PIC 9(3) VALUE ZEROS.
       77  WS-MELHOR-AX          PIC 9(3) VALUE ZEROS.
       77  WS-MELHOR-COPIAS      PIC S9(5) VALUE ZEROS.
       01  WS-PREFERIDOS.
           05 WS-PREF-NOME       PIC X(25) OCCURS 3 TIMES.
       77  PX                    PIC 9(1) VALUE ZEROS.

      *    SEGMENTS: CODE AND NAME, IN REPORT ORDER
       01  WS-SEG-NOMES-TABLE.
           05 FILLER             PIC X(13) VALUE "CCAMPEAO".
           05 FILLER             PIC X(13) VALUE "FFIEL".
           05 FILLER             PIC X(13) VALUE "NNOVO".
           05 FILLER             PIC X(13) VALUE "REM RISCO".
           05 FILLER             PIC X(13) VALUE "PPERDIDO".
           05 FILLER             PIC X(13) VALUE "SSEM COMPRAS".
       01  WS-SEG-NOMES REDEFINES WS-SEG-NOMES-TABLE.
           05 WS-SEG-ENTRY OCCURS 6 TIMES.
              10 WS-SEG-COD      PIC X(1).
              10 WS-SEG-NOME     PIC X(12).
       01  WS-SEG-TOTAIS.
           05 WS-SEG-TOT OCCURS 6 TIMES.
              10 WS-SEG-CLIENTES PIC 9(7).
              10 WS-SEG-VALOR    PIC S9(11)V99.
      *    MOVEMENT: ROW = LAST MONTH'S SEGMENT (7 = NOT SCORED LAST
      *    MONTH), COLUMN = THIS MONTH'S
       01  WS-MOVIMENTO.
           05 WS-MOV-LINHA OCCURS 7 TIMES.
              10 WS-MOV-QTD      PIC 9(5) OCCURS 6 TIMES.
       77  SX                    PIC 9(1) VALUE ZEROS.
       77  SY                    PIC 9(1) VALUE ZEROS.

       77  WS-CLIENTE-COUNT      PIC 9(7) VALUE ZEROS.
       77  WS-RECUSA-COUNT       PIC 9(7) VALUE ZEROS.
       77  WS-RECUP-COUNT        PIC 9(7) VALUE ZEROS.
       77  WS-MAIL-COUNT         PIC 9(7) VALUE ZEROS.
       77  WS-SEM-CADASTRO-COUNT PIC 9(7) VALUE ZEROS.
       77  WS-SEM-PRECO-COUNT    PIC 9(7) VALUE ZEROS.
       77  WS-TOTAL-VALOR        PIC S9(11)V99 VALUE ZEROS.

       01  SEG-MONTH-LINE.
           05 FILLER             PIC X(21)
              VALUE "MES DE REFERENCIA:   ".
           05 SML-YYYYMM         PIC 9(6).
           05 FILLER             PIC X(28)
              VALUE "   VALOR DOS 12 MESES DESDE ".
           05 SML-JANELA         PIC 9(8).

       01  SEG-HEADING.
           05 FILLER             PIC X(16) VALUE "SEGMENTO".
           05 FILLER             PIC X(10) VALUE "  CLIENTES".
           05 FILLER             PIC X(18) VALUE "   VALOR 12 MESES".
           05 FILLER             PIC X(16) VALUE "     VALOR MEDIO".

       01  SEG-DETAIL-LINE.
           05 SDL-NOME           PIC X(16).
           05 SDL-CLIENTES       PIC Z(9)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 SDL-VALOR          PIC -(12)9,99.
           05 SDL-MEDIO          PIC -(12)9,99.

       01  MOV-TITLE-LINE.
           05 FILLER             PIC X(60)
              VALUE "MOVIMENTO ENTRE SEGMENTOS (LINHA = MES ANTERIOR)".

       01  MOV-HEADING.
           05 FILLER             PIC X(16) VALUE "ANTERIOR/ATUAL".
           05 MOH-COLUNA OCCURS 6 TIMES.
              10 FILLER          PIC X(01).
              10 MOH-NOME        PIC X(12).

       01  MOV-DETAIL-LINE.
           05 MDL-NOME           PIC X(16).
           05 MDL-COLUNA OCCURS 6 TIMES.
              10 FILLER          PIC X(08).
              10 MDL-QTD         PIC ZZZZ9.

       01  SEG-COUNT-LINE.
           05 SCN-LABEL          PIC X(40).
           05 SCN-COUNT          PIC Z(6)9.

       01  REC-HEADING.
           05 FILLER             PIC X(08) VALUE "CLIENTE".
           05 FILLER             PIC X(32) VALUE "NOME".
           05 FILLER             PIC X(14) VALUE "TELEFONE".
           05 FILLER             PIC X(10) VALUE "ULT.COMPRA".
           05 FILLER             PIC X(07) VALUE "   DIAS".
           05 FILLER             PIC X(16) VALUE "  VALOR COMPRADO".

       01  REC-DETAIL-LINE.
           05 RDL-CLIENTE        PIC 9(6).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RDL-NOME           PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RDL-TELEFONE       PIC X(12).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RDL-ULTIMA         PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RDL-DIAS           PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RDL-VALOR          PIC -(10)9,99.

       01  REC-AUTOR-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(21) VALUE "AUTORES PREFERIDOS: ".
           05 RAL-AUTOR1         PIC X(25).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RAL-AUTOR2         PIC X(25).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RAL-AUTOR3         PIC X(25).

       01  REC-EMPTY-LINE.
           05 FILLER             PIC X(40)
              VALUE "NENHUM COLECIONADOR PERDIDO NO MES".

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT SEGSORTFILE ON ASCENDING KEY SSF-CLIENTEID
                                            SSF-SALEDATE
               INPUT PROCEDURE IS 0003-SELECT-SALES
               OUTPUT PROCEDURE IS 0004-SCORE-CLIENTS.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-DAT.
           CALL "DATADIR" USING WS-PTH-BSHIST-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTMF-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-CLISEGCTL-DAT.
           CALL "DATADIR" USING WS-PTH-CLISEGHIST-DAT.
           CALL "DATADIR" USING WS-PTH-CLIMAIL-DAT.
           CALL "DATADIR" USING WS-PTH-CLISEG-SRT.
           CALL "DATADIR" USING WS-PTH-CLISEG-RPT.
           CALL "DATADIR" USING WS-PTH-CLIRECUP-RPT.

       0001-500-LOG-START.
           MOVE "CLISEG" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "CLISEG" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           PERFORM 0002-300-GET-TARGET-MONTH.
           MOVE ZEROS TO WS-SEG-TOTAIS WS-MOVIMENTO.
           OPEN INPUT SEGCTLFILE.
           IF WS-CTL-STATUS-OK
               READ SEGCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF SEGCTL-RECORD IS NUMERIC
                          AND SEGCTL-DIAS-ATIVO > ZEROS
                          AND SEGCTL-DIAS-RISCO > SEGCTL-DIAS-ATIVO
                          AND SEGCTL-DIAS-PERDIDO > SEGCTL-DIAS-RISCO
                           MOVE SEGCTL-DIAS-ATIVO TO WS-DIAS-ATIVO
                           MOVE SEGCTL-DIAS-RISCO TO WS-DIAS-RISCO
                           MOVE SEGCTL-DIAS-PERDIDO TO WS-DIAS-PERDIDO
                           MOVE SEGCTL-FREQ-FIEL TO WS-FREQ-FIEL
                           MOVE SEGCTL-FREQ-CAMPEAO TO WS-FREQ-CAMPEAO
                           MOVE SEGCTL-VALOR-CAMPEAO
                               TO WS-VALOR-CAMPEAO
                       ELSE
                           DISPLAY 'AVISO: CLISEGCTL.DAT INVALIDO - '
                               'LIMITES PADRAO'
                       END-IF
               END-READ
               CLOSE SEGCTLFILE
           END-IF.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           OPEN OUTPUT SEGREPORTFILE.
           MOVE "SEGMENTACAO DE CLIENTES - RECENCIA, FREQUENCIA, VALOR"
               TO RPT-BH-TITLE.
           WRITE WS-SEG-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-SEG-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-SEG-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TARGET-YYYYMM TO SML-YYYYMM.
           MOVE WS-JANELA-INICIO TO SML-JANELA.
           WRITE WS-SEG-RPT-LINE FROM SEG-MONTH-LINE
               AFTER ADVANCING 2 LINES.
           OPEN OUTPUT RECUPREPORTFILE.
           MOVE "COLECIONADORES PERDIDOS - LISTA DE RECUPERACAO"
               TO RPT-BH-TITLE.
           WRITE WS-REC-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-REC-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-REC-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-REC-RPT-LINE FROM SEG-MONTH-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-REC-RPT-LINE FROM REC-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN OUTPUT MAILFILE.
           OPEN INPUT BOOKMASTERFILE.
           IF WS-BMF-STATUS-OK
               SET WS-BMF-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: BOOKMF.DAT INDISPONIVEL - STATUS '
                   WS-BMF-STATUS ' - VENDAS SEM PRECO'
           END-IF.
           OPEN INPUT CLIENTMASTERFILE.
           IF WS-CLI-STATUS-OK
               SET WS-CLI-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO: CUSTMF.DAT INDISPONIVEL - STATUS '
                   WS-CLI-STATUS ' - NENHUM CLIENTE AVALIADO'
               SET WS-EOF-CLIENTES TO TRUE
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN I-O SEGHISTFILE.
           IF NOT WS-SGH-STATUS-OK
               OPEN OUTPUT SEGHISTFILE
               CLOSE SEGHISTFILE
               OPEN I-O SEGHISTFILE
           END-IF.
           IF WS-SGH-STATUS-OK
               SET WS-SGH-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR CLISEGHIST.DAT - STATUS '
                   WS-SGH-STATUS
               MOVE 1 TO RETURN-CODE
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
      *    LAST MONTH (FOR THE MOVEMENT) AND THE FIRST DAY OF THE
      *    TWELVE-MONTH WINDOW ENDING WITH THE TARGET MONTH.
           COMPUTE WS-TGT-ANO = WS-TARGET-YYYYMM / 100.
           COMPUTE WS-TGT-MES = WS-TARGET-YYYYMM - (WS-TGT-ANO * 100).
           COMPUTE WS-ABS-MESES = (WS-TGT-ANO * 12) + WS-TGT-MES - 2.
           COMPUTE WS-AUX-ANO = WS-ABS-MESES / 12.
           COMPUTE WS-ANTERIOR-YYYYMM = (WS-AUX-ANO * 100)
               + WS-ABS-MESES - (WS-AUX-ANO * 12) + 1.
           SUBTRACT 10 FROM WS-ABS-MESES.
           COMPUTE WS-AUX-ANO = WS-ABS-MESES / 12.
           COMPUTE WS-JANELA-INICIO = (WS-AUX-ANO * 10000)
               + ((WS-ABS-MESES - (WS-AUX-ANO * 12) + 1) * 100) + 1.
      *    SALES ARE TAKEN UP TO, NOT INCLUDING, THE FIRST DAY OF THE
      *    NEXT MONTH; DAYS ARE COUNTED TO THE TARGET MONTH'S LAST DAY.
           COMPUTE WS-SERIAL-DATE-N = (WS-TARGET-YYYYMM * 100) + 1.
           IF WS-SDX-MES = 12
               ADD 1 TO WS-SDX-ANO
               MOVE 1 TO WS-SDX-MES
           ELSE
               ADD 1 TO WS-SDX-MES
           END-IF.
           MOVE WS-SERIAL-DATE-N TO WS-MES-SEGUINTE.
           PERFORM 0008-DATE-TO-SERIAL.
           COMPUTE WS-FIM-SERIAL = WS-SERIAL-WORK - 1.

       0003-SELECT-SALES.
           OPEN INPUT BOOKSALESFILE.
           IF WS-BSF-STATUS-OK
               READ BOOKSALESFILE
                   AT END SET ENDOFBSF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFBSF
                   MOVE BSF-CLIENTEID TO WS-SALE-CLIENTEID
                   MOVE BSF-SALEDATE TO WS-SALE-DATE-X
                   MOVE BSF-BOOKNUM TO WS-SALE-BOOKNUM
                   MOVE BSF-SALESTATUS TO WS-SALE-STATUS
                   MOVE BSF-COPIES TO WS-COPIES-X
                   PERFORM 0003-500-RELEASE-COMMON
                   READ BOOKSALESFILE
                       AT END SET ENDOFBSF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BOOKSALESFILE
           END-IF.
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               READ HISTORYFILE
                   AT END SET ENDOFHISTORY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFHISTORY
                   MOVE HIST-CLIENTEID TO WS-SALE-CLIENTEID
                   MOVE HIST-SALEDATE TO WS-SALE-DATE-X
                   MOVE HIST-BOOKNUM TO WS-SALE-BOOKNUM
                   MOVE HIST-SALESTATUS TO WS-SALE-STATUS
                   MOVE HIST-COPIES TO WS-COPIES-X
                   PERFORM 0003-500-RELEASE-COMMON
                   READ HISTORYFILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.

       0003-500-RELEASE-COMMON.
           IF WS-SALE-CLIENTEID NOT = SPACES
              AND WS-SALE-CLIENTEID NOT = "999999"
              AND WS-SALE-DATE-X IS NUMERIC
              AND WS-COPIES-X IS NUMERIC
              AND (WS-SALE-STATUS = "N" OR WS-SALE-STATUS = "R")
              AND WS-SALE-DATE-X < WS-MES-SEGUINTE
               MOVE WS-SALE-CLIENTEID TO SSF-CLIENTEID
               MOVE WS-SALE-DATE-X TO SSF-SALEDATE
               MOVE WS-SALE-STATUS TO SSF-SALESTATUS
               MOVE ZEROS TO BMF-PRICE SSF-AUTHORID
               MOVE SPACES TO SSF-AUTHORNAME
               IF WS-BMF-OPENED
                   MOVE WS-SALE-BOOKNUM TO BMF-BOOKNUM
                   READ BOOKMASTERFILE
                       INVALID KEY MOVE ZEROS TO BMF-PRICE
                       NOT INVALID KEY
                           MOVE BMF-AUTHORID TO SSF-AUTHORID
                           MOVE BMF-AUTHORNAME TO SSF-AUTHORNAME
                   END-READ
               END-IF
               IF BMF-PRICE = ZEROS
                   ADD 1 TO WS-SEM-PRECO-COUNT
               END-IF
               IF WS-SALE-STATUS = "R"
                   COMPUTE SSF-COPIES = ZERO - WS-COPIES-N
               ELSE
                   MOVE WS-COPIES-N TO SSF-COPIES
               END-IF
               COMPUTE SSF-VALOR = BMF-PRICE * SSF-COPIES
               RELEASE SSF-SORTREC
           END-IF.

      *----------------------------------------------------------------*
      * THE CLIENT MASTER IS READ IN KEY ORDER AGAINST THE SALES       *
      * SORTED BY CLIENT: EVERY CLIENT IS SCORED, WITH OR WITHOUT      *
      * SALES; SALES FOR AN ID NOT ON THE MASTER ARE ONLY COUNTED.     *
      *----------------------------------------------------------------*
       0004-SCORE-CLIENTS.
           PERFORM 0004-100-NEXT-SALE.
           PERFORM 0004-200-NEXT-CLIENT.
           PERFORM UNTIL WS-EOF-CLIENTES AND ENDOFSEGSORT
               EVALUATE TRUE
                   WHEN WS-CHAVE-CLIENTE < WS-CHAVE-VENDA
                       PERFORM 0004-300-CLEAR-CLIENT
                       PERFORM 0004-500-CLASSIFY-CLIENT
                       PERFORM 0004-200-NEXT-CLIENT
                   WHEN WS-CHAVE-CLIENTE = WS-CHAVE-VENDA
                       PERFORM 0004-300-CLEAR-CLIENT
                       PERFORM UNTIL ENDOFSEGSORT
                               OR SSF-CLIENTEID NOT = WS-CHAVE-CLIENTE
                           PERFORM 0004-400-ADD-SALE
                           PERFORM 0004-100-NEXT-SALE
                       END-PERFORM
                       PERFORM 0004-500-CLASSIFY-CLIENT
                       PERFORM 0004-200-NEXT-CLIENT
                   WHEN OTHER
                       ADD 1 TO WS-SEM-CADASTRO-COUNT
                       PERFORM UNTIL ENDOFSEGSORT
                               OR SSF-CLIENTEID NOT = WS-CHAVE-VENDA
                           PERFORM 0004-100-NEXT-SALE
                       END-PERFORM
               END-EVALUATE
           END-PERFORM.

       0004-100-NEXT-SALE.
           RETURN SEGSORTFILE
               AT END SET ENDOFSEGSORT TO TRUE
           END-RETURN.
           IF ENDOFSEGSORT
               MOVE HIGH-VALUES TO WS-CHAVE-VENDA
           ELSE
               MOVE SSF-CLIENTEID TO WS-CHAVE-VENDA
           END-IF.

       0004-200-NEXT-CLIENT.
           IF NOT WS-EOF-CLIENTES
               READ CLIENTMASTERFILE NEXT RECORD
                   AT END SET WS-EOF-CLIENTES TO TRUE
               END-READ
           END-IF.
           IF WS-EOF-CLIENTES
               MOVE HIGH-VALUES TO WS-CHAVE-CLIENTE
           ELSE
               MOVE CLI-CLIENTEID TO WS-CHAVE-CLIENTE
           END-IF.

       0004-300-CLEAR-CLIENT.
           MOVE ZEROS TO WS-PRIMEIRA-COMPRA WS-ULTIMA-COMPRA
               WS-FREQUENCIA WS-VALOR-12M WS-VALOR-TOTAL
               WS-AUTOR-COUNT.
           MOVE SPACES TO WS-PREFERIDOS.

       0004-400-ADD-SALE.
           ADD SSF-VALOR TO WS-VALOR-TOTAL.
           IF SSF-SALEDATE NOT < WS-JANELA-INICIO
               ADD SSF-VALOR TO WS-VALOR-12M
           END-IF.
      *    SALES COME IN DATE ORDER, SO A NEW PURCHASE DAY IS ONE
      *    LATER THAN THE LAST ONE SEEN.
           IF SSF-SALESTATUS = "N"
               IF WS-PRIMEIRA-COMPRA = ZEROS
                   MOVE SSF-SALEDATE TO WS-PRIMEIRA-COMPRA
               END-IF
               IF SSF-SALEDATE > WS-ULTIMA-COMPRA
                   MOVE SSF-SALEDATE TO WS-ULTIMA-COMPRA
                   IF SSF-SALEDATE NOT < WS-JANELA-INICIO
                       ADD 1 TO WS-FREQUENCIA
                   END-IF
               END-IF
           END-IF.
           IF SSF-AUTHORID > ZEROS
               PERFORM VARYING AX FROM 1 BY 1
                       UNTIL AX > WS-AUTOR-COUNT
                          OR WS-AUT-ID(AX) = SSF-AUTHORID
                   CONTINUE
               END-PERFORM
               IF AX > WS-AUTOR-COUNT
                   IF WS-AUTOR-COUNT < 60
                       ADD 1 TO WS-AUTOR-COUNT
                       MOVE SSF-AUTHORID TO WS-AUT-ID(AX)
                       MOVE SSF-AUTHORNAME TO WS-AUT-NOME(AX)
                       MOVE ZEROS TO WS-AUT-COPIAS(AX)
                       MOVE "N" TO WS-AUT-USADO(AX)
                   END-IF
               END-IF
               IF AX NOT > WS-AUTOR-COUNT
                   ADD SSF-COPIES TO WS-AUT-COPIAS(AX)
               END-IF
           END-IF.

       0004-500-CLASSIFY-CLIENT.
           IF CLI-RECUSA-MKT
               ADD 1 TO WS-RECUSA-COUNT
           ELSE
               ADD 1 TO WS-CLIENTE-COUNT
               PERFORM 0004-600-ASSIGN-SEGMENT
               PERFORM 0004-700-PREVIOUS-SEGMENT
               ADD 1 TO WS-SEG-CLIENTES(SX)
               ADD WS-VALOR-12M TO WS-SEG-VALOR(SX)
               ADD WS-VALOR-12M TO WS-TOTAL-VALOR
               ADD 1 TO WS-MOV-QTD(SY SX)
               PERFORM 0004-800-SAVE-HISTORY
               PERFORM 0006-FAVOURITE-AUTHORS
               PERFORM 0004-900-WRITE-MAILING
               IF WS-SEGMENTO = "P"
                  AND WS-VALOR-TOTAL > ZEROS
                   PERFORM 0007-WIN-BACK-LINE
               END-IF
           END-IF.

       0004-600-ASSIGN-SEGMENT.
           MOVE ZEROS TO WS-RECENCIA WS-ANTIGUIDADE.
           IF WS-ULTIMA-COMPRA = ZEROS
               MOVE "S" TO WS-SEGMENTO
           ELSE
               MOVE WS-ULTIMA-COMPRA TO WS-SERIAL-DATE-N
               PERFORM 0008-DATE-TO-SERIAL
               COMPUTE WS-RECENCIA = WS-FIM-SERIAL - WS-SERIAL-WORK
               MOVE WS-PRIMEIRA-COMPRA TO WS-SERIAL-DATE-N
               PERFORM 0008-DATE-TO-SERIAL
               COMPUTE WS-ANTIGUIDADE = WS-FIM-SERIAL - WS-SERIAL-WORK
               EVALUATE TRUE
                   WHEN WS-RECENCIA > WS-DIAS-PERDIDO
                       MOVE "P" TO WS-SEGMENTO
                   WHEN WS-ANTIGUIDADE NOT > WS-DIAS-ATIVO
                       MOVE "N" TO WS-SEGMENTO
                   WHEN WS-RECENCIA NOT > WS-DIAS-ATIVO
                    AND WS-FREQUENCIA NOT < WS-FREQ-CAMPEAO
                    AND WS-VALOR-12M NOT < WS-VALOR-CAMPEAO
                       MOVE "C" TO WS-SEGMENTO
                   WHEN WS-RECENCIA NOT > WS-DIAS-ATIVO
                       MOVE "F" TO WS-SEGMENTO
                   WHEN WS-RECENCIA NOT > WS-DIAS-RISCO
                    AND WS-FREQUENCIA NOT < WS-FREQ-FIEL
                       MOVE "F" TO WS-SEGMENTO
                   WHEN OTHER
                       MOVE "R" TO WS-SEGMENTO
               END-EVALUATE
           END-IF.
           PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > 6 OR WS-SEG-COD(SX) = WS-SEGMENTO
               CONTINUE
           END-PERFORM.

       0004-700-PREVIOUS-SEGMENT.
           MOVE SPACE TO WS-SEG-ANTERIOR.
           MOVE 7 TO SY.
           IF WS-SGH-OPENED
               MOVE CLI-CLIENTEID TO SGH-CLIENTEID
               MOVE WS-ANTERIOR-YYYYMM TO SGH-YYYYMM
               READ SEGHISTFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SGH-SEGMENTO TO WS-SEG-ANTERIOR
                       PERFORM VARYING SY FROM 1 BY 1
                               UNTIL SY > 6
                                  OR WS-SEG-COD(SY) = SGH-SEGMENTO
                           CONTINUE
                       END-PERFORM
               END-READ
           END-IF.

       0004-800-SAVE-HISTORY.
           IF WS-SGH-OPENED
               MOVE CLI-CLIENTEID TO SGH-CLIENTEID
               MOVE WS-TARGET-YYYYMM TO SGH-YYYYMM
               MOVE WS-SEGMENTO TO SGH-SEGMENTO
               MOVE WS-ULTIMA-COMPRA TO SGH-ULTIMA-COMPRA
               MOVE WS-RECENCIA TO SGH-RECENCIA
               MOVE WS-FREQUENCIA TO SGH-FREQUENCIA
               MOVE WS-VALOR-12M TO SGH-VALOR-12M
               MOVE WS-RUN-DATE-NUM TO SGH-DATA-CALCULO
               WRITE SGH-RECORD
                   INVALID KEY
                       REWRITE SGH-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR CLISEGHIST '
                                   SGH-KEY ' - STATUS ' WS-SGH-STATUS
                               MOVE 1 TO RETURN-CODE
                       END-REWRITE
               END-WRITE
           END-IF.

       0004-900-WRITE-MAILING.
           MOVE CLI-CLIENTEID TO MAIL-CLIENTEID.
           MOVE CLI-NOME TO MAIL-NOME.
           MOVE CLI-TELEFONE TO MAIL-TELEFONE.
           MOVE CLI-REGIAO TO MAIL-REGIAO.
           MOVE WS-SEGMENTO TO MAIL-SEGMENTO.
           MOVE WS-SEG-NOME(SX) TO MAIL-SEG-NOME.
           MOVE WS-SEG-ANTERIOR TO MAIL-SEG-ANTERIOR.
           MOVE WS-ULTIMA-COMPRA TO MAIL-ULTIMA-COMPRA.
           MOVE WS-FREQUENCIA TO MAIL-FREQUENCIA.
           MOVE WS-VALOR-12M TO MAIL-VALOR-12M.
           MOVE WS-PREF-NOME(1) TO MAIL-AUTOR-PREF.
           WRITE MAIL-RECORD.
           ADD 1 TO WS-MAIL-COUNT.

       0005-FINALIZE.
           WRITE WS-SEG-RPT-LINE FROM SEG-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
               MOVE WS-SEG-NOME(SX) TO SDL-NOME
               MOVE WS-SEG-CLIENTES(SX) TO SDL-CLIENTES
               MOVE WS-SEG-VALOR(SX) TO SDL-VALOR
               IF WS-SEG-CLIENTES(SX) > ZEROS
                   COMPUTE SDL-MEDIO ROUNDED =
                       WS-SEG-VALOR(SX) / WS-SEG-CLIENTES(SX)
               ELSE
                   MOVE ZEROS TO SDL-MEDIO
               END-IF
               MOVE SEG-DETAIL-LINE TO WS-SEG-RPT-LINE
               CALL "DECFMT" USING WS-SEG-RPT-LINE, WS-SEG-RPT-LEN
               WRITE WS-SEG-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE "TOTAL" TO SDL-NOME.
           MOVE WS-CLIENTE-COUNT TO SDL-CLIENTES.
           MOVE WS-TOTAL-VALOR TO SDL-VALOR.
           IF WS-CLIENTE-COUNT > ZEROS
               COMPUTE SDL-MEDIO ROUNDED =
                   WS-TOTAL-VALOR / WS-CLIENTE-COUNT
           ELSE
               MOVE ZEROS TO SDL-MEDIO
           END-IF.
           MOVE SEG-DETAIL-LINE TO WS-SEG-RPT-LINE.
           CALL "DECFMT" USING WS-SEG-RPT-LINE, WS-SEG-RPT-LEN.
           WRITE WS-SEG-RPT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-SEG-RPT-LINE FROM MOV-TITLE-LINE
               AFTER ADVANCING 3 LINES.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
               MOVE SPACES TO MOH-COLUNA(SX)
               MOVE WS-SEG-NOME(SX) TO MOH-NOME(SX)
           END-PERFORM.
           WRITE WS-SEG-RPT-LINE FROM MOV-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING SY FROM 1 BY 1 UNTIL SY > 7
               IF SY = 7
                   MOVE "SEM HISTORICO" TO MDL-NOME
               ELSE
                   MOVE WS-SEG-NOME(SY) TO MDL-NOME
               END-IF
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 6
                   MOVE SPACES TO MDL-COLUNA(SX)
                   MOVE WS-MOV-QTD(SY SX) TO MDL-QTD(SX)
               END-PERFORM
               WRITE WS-SEG-RPT-LINE FROM MOV-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE "CLIENTES AVALIADOS:" TO SCN-LABEL.
           MOVE WS-CLIENTE-COUNT TO SCN-COUNT.
           WRITE WS-SEG-RPT-LINE FROM SEG-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "EXCLUIDOS (RECUSAM MARKETING):" TO SCN-LABEL.
           MOVE WS-RECUSA-COUNT TO SCN-COUNT.
           WRITE WS-SEG-RPT-LINE FROM SEG-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS NA MALA DIRETA (CLIMAIL.DAT):" TO SCN-LABEL.
           MOVE WS-MAIL-COUNT TO SCN-COUNT.
           WRITE WS-SEG-RPT-LINE FROM SEG-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "NA LISTA DE RECUPERACAO:" TO SCN-LABEL.
           MOVE WS-RECUP-COUNT TO SCN-COUNT.
           WRITE WS-SEG-RPT-LINE FROM SEG-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-SEM-CADASTRO-COUNT > ZEROS
               MOVE "IDS DE VENDA FORA DO CADASTRO:" TO SCN-LABEL
               MOVE WS-SEM-CADASTRO-COUNT TO SCN-COUNT
               WRITE WS-SEG-RPT-LINE FROM SEG-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-SEM-PRECO-COUNT > ZEROS
               MOVE "VENDAS SEM PRECO NO CADASTRO:" TO SCN-LABEL
               MOVE WS-SEM-PRECO-COUNT TO SCN-COUNT
               WRITE WS-SEG-RPT-LINE FROM SEG-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE WS-SEG-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           IF WS-RECUP-COUNT = ZEROS
               WRITE WS-REC-RPT-LINE FROM REC-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE WS-REC-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE SEGREPORTFILE RECUPREPORTFILE MAILFILE.
           IF WS-CLI-OPENED
               CLOSE CLIENTMASTERFILE
           END-IF.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           IF WS-SGH-OPENED
               CLOSE SEGHISTFILE
           END-IF.
           DISPLAY 'SEGMENTACAO DE CLIENTES ' WS-TARGET-YYYYMM ': '
               WS-CLIENTE-COUNT ' CLIENTES, ' WS-RECUP-COUNT
               ' A RECUPERAR'.

      *----------------------------------------------------------------*
      * THE CLIENT'S THREE AUTHORS WITH THE MOST NET COPIES BOUGHT.    *
      *----------------------------------------------------------------*
       0006-FAVOURITE-AUTHORS.
           MOVE SPACES TO WS-PREFERIDOS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 3
               MOVE ZEROS TO WS-MELHOR-AX WS-MELHOR-COPIAS
               PERFORM VARYING AX FROM 1 BY 1
                       UNTIL AX > WS-AUTOR-COUNT
                   IF WS-AUT-USADO(AX) = "N"
                      AND WS-AUT-COPIAS(AX) > WS-MELHOR-COPIAS
                       MOVE AX TO WS-MELHOR-AX
                       MOVE WS-AUT-COPIAS(AX) TO WS-MELHOR-COPIAS
                   END-IF
               END-PERFORM
               IF WS-MELHOR-AX > ZEROS
                   MOVE WS-AUT-NOME(WS-MELHOR-AX) TO WS-PREF-NOME(PX)
                   MOVE "S" TO WS-AUT-USADO(WS-MELHOR-AX)
               END-IF
           END-PERFORM.

       0007-WIN-BACK-LINE.
           ADD 1 TO WS-RECUP-COUNT.
           MOVE CLI-CLIENTEID TO RDL-CLIENTE.
           MOVE CLI-NOME TO RDL-NOME.
           MOVE CLI-TELEFONE TO RDL-TELEFONE.
           MOVE WS-ULTIMA-COMPRA TO RDL-ULTIMA.
           MOVE WS-RECENCIA TO RDL-DIAS.
           MOVE WS-VALOR-TOTAL TO RDL-VALOR.
           MOVE REC-DETAIL-LINE TO WS-REC-RPT-LINE.
           CALL "DECFMT" USING WS-REC-RPT-LINE, WS-REC-RPT-LEN.
           WRITE WS-REC-RPT-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-PREF-NOME(1) NOT = SPACES
               MOVE WS-PREF-NOME(1) TO RAL-AUTOR1
               MOVE WS-PREF-NOME(2) TO RAL-AUTOR2
               MOVE WS-PREF-NOME(3) TO RAL-AUTOR3
               WRITE WS-REC-RPT-LINE FROM REC-AUTOR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

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

       END PROGRAM CLISEG.
