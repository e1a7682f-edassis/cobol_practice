      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE INVESTMENT-SIDE COUNTERPART OF
      *              INFORME. READS THE POSITION MOVEMENT LEDGER
      *              INVMOV.DAT KEPT BY INVPOS FOR THE CALENDAR YEAR
      *              GIVEN AS THE RUN ARGUMENT (AAAA; WITHOUT IT, THE
      *              YEAR BEFORE THE RUN DATE) AND PRINTS INVINFO.RPT,
      *              ONE PAGE PER CLIENT: THE BALANCE OF EACH PRODUCT
      *              AT 31/12 OF THE YEAR BEFORE AND OF THE YEAR, THE
      *              EARNINGS REALISED ON REDEMPTIONS AND MATURITIES
      *              OF TAXED PRODUCTS WITH THE IR WITHHELD ON THEM
      *              (TAXED EXCLUSIVELY AT SOURCE) AND THE EARNINGS
      *              REALISED ON IR-EXEMPT PRODUCTS. INVRET.RPT SUMS
      *              THE SAME FIGURES MONTH BY MONTH FOR THE COMPANY'S
      *              ANNUAL WITHHOLDING FILING. THE BALANCES ARE
      *              RECOMPUTED FROM THE MOVEMENTS IN DATE ORDER, AS
      *              ON THE MONTHLY STATEMENT (INVEXTR).
      * 15/10/2026 - THE PRODMF.DAT RECORD IS DESCRIBED AT ITS TRUE 65
      *              BYTES, AS INVPOS AND CTLMAINT WRITE IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVINFO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVLEDGERFILE ASSIGN TO DYNAMIC WS-PTH-INVMOV-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.

           SELECT PRODMFFILE ASSIGN TO DYNAMIC WS-PTH-PRODMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT CLIENTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CLIENTMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT IINSORTFILE ASSIGN TO DYNAMIC WS-PTH-INVINFO-SRT.

           SELECT INVINFOREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-INVINFO-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVRETREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-INVRET-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVLEDGERFILE.
       01  MOV-RECORD.
           88 WS-EOF-MOV           VALUE HIGH-VALUES.
           05 MOV-CLIENTE          PIC 9(05).
           05 MOV-PRODUTO          PIC X(03).
           05 MOV-DATA.
              10 MOV-ANO           PIC 9(04).
              10 MOV-MES           PIC 9(02).
              10 MOV-DIA           PIC 9(02).
           05 MOV-DATA-NUM REDEFINES MOV-DATA
                                   PIC 9(08).
           05 MOV-TIPO             PIC X(01).
              88 MOV-APORTE        VALUE "C".
              88 MOV-RESGATE       VALUE "R".
              88 MOV-VENCIMENTO    VALUE "V".
              88 MOV-IR-RETIDO     VALUE "I".
           05 MOV-VALOR            PIC S9(11)V9(2)
                                   SIGN IS LEADING SEPARATE.
           05 MOV-REND-PARCELA     PIC 9(11)V9(2).
           05 MOV-SALDO            PIC 9(11)V9(2).
           05 MOV-ISENTO           PIC X(01).
           05 MOV-DATA-REG         PIC 9(08).

       FD  PRODMFFILE.
       01  PRDMF-RECORD.
           88 WS-EOF-PRODMF        VALUE HIGH-VALUES.
           05 PRDMF-CODIGO         PIC X(03).
           05 PRDMF-NOME           PIC X(25).
           05 FILLER               PIC X(37).

       FD  CLIENTMASTERFILE.
       01  CLIMF-RECORD.
           88 WS-EOF-CLIENTMF      VALUE HIGH-VALUES.
           05 CLIMF-ID             PIC 9(5).
           05 CLIMF-NAME           PIC X(30).
           05 CLIMF-ADVISOR        PIC X(30).

       SD  IINSORTFILE.
       01  ISR-SORTREC.
           88 ENDOFIINSORT         VALUE HIGH-VALUES.
           05 ISR-CLIENTE          PIC 9(05).
           05 ISR-PRODUTO          PIC X(03).
           05 ISR-DATA             PIC 9(08).
           05 ISR-SEQ              PIC 9(07).
           05 ISR-TIPO             PIC X(01).
              88 ISR-SALDO-INICIAL VALUE "S".
              88 ISR-APORTE        VALUE "C".
              88 ISR-RENDIMENTO    VALUE "J".
              88 ISR-RESGATE       VALUE "R".
              88 ISR-VENCIMENTO    VALUE "V".
              88 ISR-IR-RETIDO     VALUE "I".
           05 ISR-VALOR            PIC S9(11)V9(2).
           05 ISR-REND-PARCELA     PIC 9(11)V9(2).
           05 ISR-ISENTO           PIC X(01).

       FD  INVINFOREPORTFILE.
       01  WS-INF-RPT-LINE         PIC X(100).

       FD  INVRETREPORTFILE.
       01  WS-RET-RPT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-INVMOV-DAT PIC X(44)
           VALUE "ASSETS/INVMOV.DAT".
       77  WS-PTH-PRODMF-DAT PIC X(44)
           VALUE "ASSETS/PRODMF.DAT".
       77  WS-PTH-CLIENTMF-DAT PIC X(44)
           VALUE "ASSETS/CLIENTMF.DAT".
       77  WS-PTH-INVINFO-SRT PIC X(44)
           VALUE "ASSETS/INVINFO.SRT".
       77  WS-PTH-INVINFO-RPT PIC X(44)
           VALUE "ASSETS/INVINFO.RPT".
       77  WS-PTH-INVRET-RPT PIC X(44)
           VALUE "ASSETS/INVRET.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-INF-RPT-LEN          PIC 9(03) VALUE 100.
       77  WS-RET-RPT-LEN          PIC 9(03) VALUE 100.
       77  WS-MOV-STATUS           PIC X(02) VALUE SPACES.
           88 WS-MOV-STATUS-OK     VALUE "00".
           88 WS-MOV-NOT-FOUND     VALUE "35".
       77  WS-PRD-STATUS           PIC X(02) VALUE SPACES.
           88 WS-PRD-STATUS-OK     VALUE "00".
       77  WS-CLI-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CLI-STATUS-OK     VALUE "00".
       77  WS-ANO-PARM             PIC X(04) VALUE SPACES.
       77  WS-ANO-CALENDARIO       PIC 9(04) VALUE ZEROS.
       77  WS-ANO-ANTERIOR         PIC 9(04) VALUE ZEROS.
       77  WS-FIM-ANO              PIC 9(08) VALUE ZEROS.
       77  WS-FIM-ANO-ANT          PIC 9(08) VALUE ZEROS.
       77  WS-SEQ                  PIC 9(07) VALUE ZEROS.
       77  WS-LINHAS-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WS-LINHAS-ANO           PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-BENEFICIARIOS  PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-SEM-CADASTRO   PIC 9(05) VALUE ZEROS.
       77  WS-PREV-CLIENTE         PIC 9(05) VALUE ZEROS.
       77  WS-PREV-PRODUTO         PIC X(03) VALUE SPACES.
       77  WS-PRODUTO-BUSCA        PIC X(03) VALUE SPACES.

       01  WS-FIRST-GROUP-SW       PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP       VALUE "Y".

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-RUN-MES           PIC 9(2).
           05 WS-RUN-DIA           PIC 9(2).

      *    ONE PRODUCT OF THE CLIENT BEING READ
       01  WS-PRD-ACUM.
           05 WS-PA-SALDO          PIC S9(11)V9(2).
           05 WS-PA-SALDO-ANT      PIC S9(11)V9(2).
           05 WS-PA-TRIBUTAVEL     PIC 9(11)V9(2).
           05 WS-PA-IRRF           PIC 9(11)V9(2).
           05 WS-PA-ISENTO         PIC 9(11)V9(2).

      *    THE CLIENT'S PRODUCTS, KEPT UNTIL THE PAGE IS PRINTED
       01  WS-CLI-PROD-TABLE.
           05 WS-CP-ENTRY OCCURS 30 TIMES.
              10 WS-CP-PRODUTO     PIC X(03).
              10 WS-CP-SALDO-ANT   PIC S9(11)V9(2).
              10 WS-CP-SALDO       PIC S9(11)V9(2).
       01  WS-CP-COUNT             PIC 9(2) VALUE ZEROS.
       01  CPX                     PIC 9(2) VALUE ZEROS.

       01  WS-CLI-ACUM.
           05 WS-CA-SALDO-ANT      PIC S9(12)V9(2).
           05 WS-CA-SALDO          PIC S9(12)V9(2).
           05 WS-CA-TRIBUTAVEL     PIC 9(11)V9(2).
           05 WS-CA-IRRF           PIC 9(11)V9(2).
           05 WS-CA-ISENTO         PIC 9(11)V9(2).

      *    THE COMPANY'S WITHHOLDING, MONTH BY MONTH OF REDEMPTION
       01  WS-RET-TABLE.
           05 WS-RET-MES OCCURS 12 TIMES.
              10 WS-RET-TRIBUTAVEL PIC 9(11)V9(2).
              10 WS-RET-IRRF       PIC 9(11)V9(2).
              10 WS-RET-ISENTO     PIC 9(11)V9(2).
              10 WS-RET-RESGATES   PIC 9(05).
       01  WS-RET-ANO.
           05 WS-RETA-TRIBUTAVEL   PIC 9(11)V9(2).
           05 WS-RETA-IRRF         PIC 9(11)V9(2).
           05 WS-RETA-ISENTO       PIC 9(11)V9(2).
           05 WS-RETA-RESGATES     PIC 9(05).
       01  MX                      PIC 99.

       01  WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 30 TIMES.
              10 WS-PRD-CODIGO     PIC X(03).
              10 WS-PRD-NOME       PIC X(25).
       01  WS-PROD-COUNT           PIC 9(2) VALUE ZEROS.
       01  PRX                     PIC 9(2) VALUE ZEROS.

       01  WS-CLIENT-TABLE.
           05 WS-CLIENT-ENTRY OCCURS 50 TIMES.
              10 WS-CLI-ID         PIC 9(5).
              10 WS-CLI-NAME       PIC X(30).
              10 WS-CLI-ADVISOR    PIC X(30).
       01  WS-CLIENT-COUNT         PIC 9(2) VALUE ZEROS.
       01  CLX                     PIC 9(2) VALUE ZEROS.

       01  INF-ANO-LINE.
           05 FILLER               PIC X(16) VALUE "ANO-CALENDARIO: ".
           05 IAL-ANO              PIC 9(04).

       01  INF-TITULO-LINE.
           05 FILLER               PIC X(37)
              VALUE "INFORME DE RENDIMENTOS FINANCEIROS E ".
           05 FILLER               PIC X(37)
              VALUE "IMPOSTO SOBRE A RENDA RETIDO NA FONTE".

       01  INF-QUADRO-LINE.
           05 IQL-TEXTO            PIC X(80).

       01  INF-FONTE-LINE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "NOME EMPRESARIAL:     ".
           05 FILLER               PIC X(30)
              VALUE "FOLIO SOCIETY LTD.".

       01  INF-BENEF-LINE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE "CLIENTE: ".
           05 IBL-CLIENTE          PIC 9(05).
           05 FILLER               PIC X(09) VALUE "   NOME: ".
           05 IBL-NOME             PIC X(30).

       01  INF-SALDO-HEADING.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(34) VALUE "PRODUTO".
           05 FILLER               PIC X(11) VALUE "SALDO EM 31".
           05 FILLER               PIC X(01) VALUE "/".
           05 FILLER               PIC X(03) VALUE "12/".
           05 ISH-ANO-ANT          PIC 9(04).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "SALDO EM 31".
           05 FILLER               PIC X(01) VALUE "/".
           05 FILLER               PIC X(03) VALUE "12/".
           05 ISH-ANO              PIC 9(04).

       01  INF-SALDO-LINE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 ISL-PRODUTO          PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ISL-NOME             PIC X(25).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 ISL-SALDO-ANT        PIC -(12)9,99.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 ISL-SALDO            PIC -(12)9,99.

       01  INF-VALOR-LINE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 IVL-LABEL            PIC X(62).
           05 IVL-VALOR            PIC Z(10)9,99.

       01  RET-ANO-LINE.
           05 FILLER               PIC X(16) VALUE "ANO-CALENDARIO: ".
           05 RAL-ANO              PIC 9(04).

       01  RET-COLUMN-HEADING.
           05 FILLER               PIC X(07) VALUE "MES".
           05 FILLER               PIC X(14) VALUE "    TRIBUTADOS".
           05 FILLER               PIC X(15) VALUE "      IR RETIDO".
           05 FILLER               PIC X(15) VALUE "        ISENTOS".
           05 FILLER               PIC X(10) VALUE "  RESGATES".

       01  RET-DETAIL-LINE.
           05 RDL-MES              PIC X(07).
           05 RDL-TRIBUTAVEL       PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RDL-IRRF             PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RDL-ISENTO           PIC Z(10)9,99.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 RDL-RESGATES         PIC ZZZZ9.

       01  RET-MES-EDIT.
           05 RME-ANO              PIC 9(04).
           05 FILLER               PIC X(01) VALUE "/".
           05 RME-MES              PIC 9(02).

       01  RET-COUNT-LINE.
           05 RCL-LABEL            PIC X(30).
           05 RCL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT IINSORTFILE
               ON ASCENDING KEY ISR-CLIENTE ISR-PRODUTO ISR-DATA
                                ISR-SEQ
               INPUT PROCEDURE IS 0003-SELECT-MOVEMENTS
               OUTPUT PROCEDURE IS 0004-PRINT-INFORMES.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-INVMOV-DAT.
           CALL "DATADIR" USING WS-PTH-PRODMF-DAT.
           CALL "DATADIR" USING WS-PTH-CLIENTMF-DAT.
           CALL "DATADIR" USING WS-PTH-INVINFO-SRT.
           CALL "DATADIR" USING WS-PTH-INVINFO-RPT.
           CALL "DATADIR" USING WS-PTH-INVRET-RPT.

       0001-500-LOG-START.
           MOVE "INVINFO" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "INVMOV" TO RLOG-STAT-LABEL.
           MOVE WS-LINHAS-LIDAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "INFORMES" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-BENEFICIARIOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "INVINFO" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "INVINFO" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           MOVE SPACES TO WS-ANO-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ANO-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ANO-PARM
           END-ACCEPT.
           IF WS-ANO-PARM IS NUMERIC
               MOVE WS-ANO-PARM TO WS-ANO-CALENDARIO
           ELSE
               COMPUTE WS-ANO-CALENDARIO = WS-RUN-ANO - 1
           END-IF.
           COMPUTE WS-ANO-ANTERIOR = WS-ANO-CALENDARIO - 1.
           COMPUTE WS-FIM-ANO = (WS-ANO-CALENDARIO * 10000) + 1231.
           COMPUTE WS-FIM-ANO-ANT = (WS-ANO-ANTERIOR * 10000) + 1231.
           MOVE ZEROS TO WS-RET-TABLE WS-RET-ANO.
           PERFORM 0002-300-LOAD-PRODUCTS.
           PERFORM 0002-400-LOAD-CLIENTS.
           OPEN OUTPUT INVINFOREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "INFORME DE RENDIMENTOS FINANCEIROS"
               TO RPT-BH-TITLE.

       0002-300-LOAD-PRODUCTS.
           OPEN INPUT PRODMFFILE.
           IF WS-PRD-STATUS-OK
               READ PRODMFFILE
                   AT END SET WS-EOF-PRODMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-PRODMF
                   IF WS-PROD-COUNT < 30
                       ADD 1 TO WS-PROD-COUNT
                       MOVE PRDMF-CODIGO
                           TO WS-PRD-CODIGO(WS-PROD-COUNT)
                       MOVE PRDMF-NOME
                           TO WS-PRD-NOME(WS-PROD-COUNT)
                   END-IF
                   READ PRODMFFILE
                       AT END SET WS-EOF-PRODMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRODMFFILE
           ELSE
               DISPLAY 'AVISO: PRODMF.DAT INDISPONIVEL - STATUS '
                   WS-PRD-STATUS
           END-IF.

       0002-400-LOAD-CLIENTS.
           OPEN INPUT CLIENTMASTERFILE.
           IF WS-CLI-STATUS-OK
               READ CLIENTMASTERFILE
                   AT END SET WS-EOF-CLIENTMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-CLIENTMF
                   IF WS-CLIENT-COUNT < 50
                       ADD 1 TO WS-CLIENT-COUNT
                       MOVE CLIMF-ID
                           TO WS-CLI-ID(WS-CLIENT-COUNT)
                       MOVE CLIMF-NAME
                           TO WS-CLI-NAME(WS-CLIENT-COUNT)
                       MOVE CLIMF-ADVISOR
                           TO WS-CLI-ADVISOR(WS-CLIENT-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 50 CLIENTES EXCEDIDO'
                   END-IF
                   READ CLIENTMASTERFILE
                       AT END SET WS-EOF-CLIENTMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLIENTMASTERFILE
           ELSE
               DISPLAY 'AVISO: CLIENTMF.DAT INDISPONIVEL - STATUS '
                   WS-CLI-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * INPUT PROCEDURE - EVERY LEDGER LINE UP TO 31/12 OF THE YEAR    *
      * GOES TO THE SORT FOR THE BALANCES; THE YEAR'S REDEMPTIONS AND  *
      * WITHHOLDING ARE ALSO TOTALLED BY MONTH FOR THE COMPANY.        *
      *----------------------------------------------------------------*
       0003-SELECT-MOVEMENTS.
           OPEN INPUT MOVLEDGERFILE.
           IF WS-MOV-STATUS-OK
               READ MOVLEDGERFILE
                   AT END SET WS-EOF-MOV TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-MOV
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF MOV-DATA-NUM NOT > WS-FIM-ANO
                       IF MOV-ANO = WS-ANO-CALENDARIO
                          AND MOV-MES > ZEROS AND MOV-MES < 13
                           ADD 1 TO WS-LINHAS-ANO
                           PERFORM 0003-300-ACUMULA-MES
                       END-IF
                       ADD 1 TO WS-SEQ
                       MOVE MOV-CLIENTE TO ISR-CLIENTE
                       MOVE MOV-PRODUTO TO ISR-PRODUTO
                       MOVE MOV-DATA-NUM TO ISR-DATA
                       MOVE WS-SEQ TO ISR-SEQ
                       MOVE MOV-TIPO TO ISR-TIPO
                       MOVE MOV-VALOR TO ISR-VALOR
                       MOVE MOV-REND-PARCELA TO ISR-REND-PARCELA
                       MOVE MOV-ISENTO TO ISR-ISENTO
                       RELEASE ISR-SORTREC
                   END-IF
                   READ MOVLEDGERFILE
                       AT END SET WS-EOF-MOV TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MOVLEDGERFILE
           ELSE
               IF WS-MOV-NOT-FOUND
                   DISPLAY 'AVISO: INVMOV.DAT NAO ENCONTRADO'
               ELSE
                   DISPLAY 'ERRO AO ABRIR INVMOV.DAT - STATUS '
                       WS-MOV-STATUS
               END-IF
           END-IF.

       0003-300-ACUMULA-MES.
           MOVE MOV-MES TO MX.
           EVALUATE TRUE
               WHEN MOV-RESGATE
               WHEN MOV-VENCIMENTO
                   ADD 1 TO WS-RET-RESGATES(MX)
                   IF MOV-ISENTO = "S"
                       ADD MOV-REND-PARCELA TO WS-RET-ISENTO(MX)
                   ELSE
                       ADD MOV-REND-PARCELA TO WS-RET-TRIBUTAVEL(MX)
                   END-IF
               WHEN MOV-IR-RETIDO
                   ADD MOV-VALOR TO WS-RET-IRRF(MX)
           END-EVALUATE.

      *----------------------------------------------------------------*
      * OUTPUT PROCEDURE - ONE STATEMENT PAGE PER CLIENT.              *
      *----------------------------------------------------------------*
       0004-PRINT-INFORMES.
           RETURN IINSORTFILE
               AT END SET ENDOFIINSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFIINSORT
               IF WS-FIRST-GROUP
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   PERFORM 0004-100-START-CLIENTE
                   PERFORM 0004-200-START-PRODUTO
               ELSE
                   IF ISR-CLIENTE NOT = WS-PREV-CLIENTE
                       PERFORM 0004-600-END-PRODUTO
                       PERFORM 0004-700-PRINT-INFORME
                       PERFORM 0004-100-START-CLIENTE
                       PERFORM 0004-200-START-PRODUTO
                   ELSE
                       IF ISR-PRODUTO NOT = WS-PREV-PRODUTO
                           PERFORM 0004-600-END-PRODUTO
                           PERFORM 0004-200-START-PRODUTO
                       END-IF
                   END-IF
               END-IF
               PERFORM 0004-500-ACUMULA-LINHA
               RETURN IINSORTFILE
                   AT END SET ENDOFIINSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-600-END-PRODUTO
               PERFORM 0004-700-PRINT-INFORME
           END-IF.

       0004-100-START-CLIENTE.
           MOVE ISR-CLIENTE TO WS-PREV-CLIENTE.
           MOVE ZEROS TO WS-CLI-ACUM.
           MOVE ZEROS TO WS-CP-COUNT.

       0004-200-START-PRODUTO.
           MOVE ISR-PRODUTO TO WS-PREV-PRODUTO.
           MOVE ZEROS TO WS-PRD-ACUM.

      * THE BALANCE AT 31/12 OF THE YEAR BEFORE IS WHATEVER THE LINES
      * UP TO THAT DAY ADD UP TO; THE SORT DELIVERS THEM FIRST.
       0004-500-ACUMULA-LINHA.
           IF ISR-DATA NOT > WS-FIM-ANO-ANT
               EVALUATE TRUE
                   WHEN ISR-SALDO-INICIAL
                   WHEN ISR-APORTE
                   WHEN ISR-RENDIMENTO
                       ADD ISR-VALOR TO WS-PA-SALDO-ANT
                   WHEN ISR-RESGATE
                   WHEN ISR-VENCIMENTO
                       SUBTRACT ISR-VALOR FROM WS-PA-SALDO-ANT
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN ISR-SALDO-INICIAL
               WHEN ISR-APORTE
               WHEN ISR-RENDIMENTO
                   ADD ISR-VALOR TO WS-PA-SALDO
               WHEN ISR-RESGATE
               WHEN ISR-VENCIMENTO
                   SUBTRACT ISR-VALOR FROM WS-PA-SALDO
                   IF ISR-DATA > WS-FIM-ANO-ANT
                       IF ISR-ISENTO = "S"
                           ADD ISR-REND-PARCELA TO WS-PA-ISENTO
                       ELSE
                           ADD ISR-REND-PARCELA TO WS-PA-TRIBUTAVEL
                       END-IF
                   END-IF
               WHEN ISR-IR-RETIDO
                   IF ISR-DATA > WS-FIM-ANO-ANT
                       ADD ISR-VALOR TO WS-PA-IRRF
                   END-IF
           END-EVALUATE.

      * A PRODUCT WITH NO BALANCE AT EITHER YEAR END AND NOTHING
      * REALISED IN THE YEAR HAS NOTHING TO DECLARE.
       0004-600-END-PRODUTO.
           IF WS-PA-SALDO-ANT NOT = ZEROS
              OR WS-PA-SALDO NOT = ZEROS
              OR WS-PA-TRIBUTAVEL > ZEROS
              OR WS-PA-IRRF > ZEROS
              OR WS-PA-ISENTO > ZEROS
               IF WS-CP-COUNT < 30
                   ADD 1 TO WS-CP-COUNT
                   MOVE WS-PREV-PRODUTO TO WS-CP-PRODUTO(WS-CP-COUNT)
                   MOVE WS-PA-SALDO-ANT
                       TO WS-CP-SALDO-ANT(WS-CP-COUNT)
                   MOVE WS-PA-SALDO TO WS-CP-SALDO(WS-CP-COUNT)
               ELSE
                   DISPLAY 'LIMITE DE 30 PRODUTOS POR CLIENTE '
                       'EXCEDIDO - CLIENTE ' WS-PREV-CLIENTE
               END-IF
               ADD WS-PA-SALDO-ANT TO WS-CA-SALDO-ANT
               ADD WS-PA-SALDO TO WS-CA-SALDO
               ADD WS-PA-TRIBUTAVEL TO WS-CA-TRIBUTAVEL
               ADD WS-PA-IRRF TO WS-CA-IRRF
               ADD WS-PA-ISENTO TO WS-CA-ISENTO
           END-IF.

       0004-700-PRINT-INFORME.
           IF WS-CP-COUNT > ZEROS
               PERFORM 0004-750-PRINT-PAGE
           END-IF.

       0004-750-PRINT-PAGE.
           ADD 1 TO WS-TOTAL-BENEFICIARIOS.
           MOVE WS-PREV-CLIENTE TO IBL-CLIENTE.
           PERFORM 0004-760-SCAN-CLIENT
               VARYING CLX FROM 1 BY 1
               UNTIL CLX > WS-CLIENT-COUNT
                  OR WS-CLI-ID(CLX) = WS-PREV-CLIENTE.
           IF CLX > WS-CLIENT-COUNT
               MOVE "CLIENTE NAO CADASTRADO" TO IBL-NOME
               ADD 1 TO WS-TOTAL-SEM-CADASTRO
           ELSE
               MOVE WS-CLI-NAME(CLX) TO IBL-NOME
           END-IF.
           WRITE WS-INF-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-INF-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-INF-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-INF-RPT-LINE FROM INF-TITULO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ANO-CALENDARIO TO IAL-ANO.
           WRITE WS-INF-RPT-LINE FROM INF-ANO-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "1. FONTE PAGADORA PESSOA JURIDICA" TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-INF-RPT-LINE FROM INF-FONTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS"
               TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-INF-RPT-LINE FROM INF-BENEF-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "3. SALDOS DAS APLICACOES FINANCEIRAS" TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ANO-ANTERIOR TO ISH-ANO-ANT.
           MOVE WS-ANO-CALENDARIO TO ISH-ANO.
           WRITE WS-INF-RPT-LINE FROM INF-SALDO-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM 0004-770-PRINT-SALDO
               VARYING CPX FROM 1 BY 1 UNTIL CPX > WS-CP-COUNT.
           MOVE SPACES TO ISL-PRODUTO.
           MOVE "TOTAL" TO ISL-NOME.
           MOVE WS-CA-SALDO-ANT TO ISL-SALDO-ANT.
           MOVE WS-CA-SALDO TO ISL-SALDO.
           MOVE INF-SALDO-LINE TO WS-INF-RPT-LINE.
           CALL "DECFMT" USING WS-INF-RPT-LINE, WS-INF-RPT-LEN.
           WRITE WS-INF-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "4. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
               TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "01. RENDIMENTOS DE APLICACOES FINANCEIRAS"
               TO IVL-LABEL.
           MOVE WS-CA-TRIBUTAVEL TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "02. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
               TO IVL-LABEL.
           MOVE WS-CA-IRRF TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "5. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
               TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "01. RENDIMENTOS DE APLICACOES ISENTAS (LCI, LCA...)"
               TO IVL-LABEL.
           MOVE WS-CA-ISENTO TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "6. INFORMACOES COMPLEMENTARES" TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "   RENDIMENTOS APURADOS EM RESGATES E VENCIMENTOS"
               TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-INF-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.

       0004-760-SCAN-CLIENT.
           CONTINUE.

       0004-770-PRINT-SALDO.
           MOVE WS-CP-PRODUTO(CPX) TO ISL-PRODUTO.
           MOVE WS-CP-PRODUTO(CPX) TO WS-PRODUTO-BUSCA.
           PERFORM 0008-FIND-PRODUCT.
           IF PRX > WS-PROD-COUNT
               MOVE "PRODUTO SEM CADASTRO" TO ISL-NOME
           ELSE
               MOVE WS-PRD-NOME(PRX) TO ISL-NOME
           END-IF.
           MOVE WS-CP-SALDO-ANT(CPX) TO ISL-SALDO-ANT.
           MOVE WS-CP-SALDO(CPX) TO ISL-SALDO.
           MOVE INF-SALDO-LINE TO WS-INF-RPT-LINE.
           CALL "DECFMT" USING WS-INF-RPT-LINE, WS-INF-RPT-LEN.
           WRITE WS-INF-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-800-PRINT-VALOR-LINE.
           MOVE INF-VALOR-LINE TO WS-INF-RPT-LINE.
           CALL "DECFMT" USING WS-INF-RPT-LINE, WS-INF-RPT-LEN.
           WRITE WS-INF-RPT-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      * COMPANY WITHHOLDING SUMMARY AND CLOSE-DOWN.                    *
      *----------------------------------------------------------------*
       0005-FINALIZE.
           CLOSE INVINFOREPORTFILE.
           OPEN OUTPUT INVRETREPORTFILE.
           MOVE "IR RETIDO SOBRE APLICACOES - RESUMO ANUAL"
               TO RPT-BH-TITLE.
           WRITE WS-RET-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-RET-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-RET-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-ANO-CALENDARIO TO RAL-ANO.
           WRITE WS-RET-RPT-LINE FROM RET-ANO-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-RET-RPT-LINE FROM RET-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 0005-300-PRINT-MES
               VARYING MX FROM 1 BY 1 UNTIL MX > 12.
           MOVE "TOTAL" TO RDL-MES.
           MOVE WS-RETA-TRIBUTAVEL TO RDL-TRIBUTAVEL.
           MOVE WS-RETA-IRRF TO RDL-IRRF.
           MOVE WS-RETA-ISENTO TO RDL-ISENTO.
           MOVE WS-RETA-RESGATES TO RDL-RESGATES.
           MOVE RET-DETAIL-LINE TO WS-RET-RPT-LINE.
           CALL "DECFMT" USING WS-RET-RPT-LINE, WS-RET-RPT-LEN.
           WRITE WS-RET-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "BENEFICIARIOS NO ANO:         " TO RCL-LABEL.
           MOVE WS-TOTAL-BENEFICIARIOS TO RCL-COUNT.
           WRITE WS-RET-RPT-LINE FROM RET-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "SEM CADASTRO NO CLIENTMF:     " TO RCL-LABEL.
           MOVE WS-TOTAL-SEM-CADASTRO TO RCL-COUNT.
           WRITE WS-RET-RPT-LINE FROM RET-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-RET-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE INVRETREPORTFILE.
           DISPLAY 'INFORMES DE RENDIMENTOS FINANCEIROS CONCLUIDOS - '
               'ANO ' WS-ANO-CALENDARIO.
           IF WS-TOTAL-BENEFICIARIOS = ZEROS
               DISPLAY 'AVISO: NENHUMA APLICACAO NO RAZAO PARA O '
                   'ANO ' WS-ANO-CALENDARIO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0005-300-PRINT-MES.
           MOVE WS-ANO-CALENDARIO TO RME-ANO.
           MOVE MX TO RME-MES.
           MOVE RET-MES-EDIT TO RDL-MES.
           MOVE WS-RET-TRIBUTAVEL(MX) TO RDL-TRIBUTAVEL.
           MOVE WS-RET-IRRF(MX) TO RDL-IRRF.
           MOVE WS-RET-ISENTO(MX) TO RDL-ISENTO.
           MOVE WS-RET-RESGATES(MX) TO RDL-RESGATES.
           MOVE RET-DETAIL-LINE TO WS-RET-RPT-LINE.
           CALL "DECFMT" USING WS-RET-RPT-LINE, WS-RET-RPT-LEN.
           WRITE WS-RET-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-RET-TRIBUTAVEL(MX) TO WS-RETA-TRIBUTAVEL.
           ADD WS-RET-IRRF(MX) TO WS-RETA-IRRF.
           ADD WS-RET-ISENTO(MX) TO WS-RETA-ISENTO.
           ADD WS-RET-RESGATES(MX) TO WS-RETA-RESGATES.

       0008-FIND-PRODUCT.
           PERFORM 0008-500-SCAN-PRODUCT
               VARYING PRX FROM 1 BY 1
               UNTIL PRX > WS-PROD-COUNT
                  OR WS-PRD-CODIGO(PRX) = WS-PRODUTO-BUSCA.

       0008-500-SCAN-PRODUCT.
           CONTINUE.

       END PROGRAM INVINFO.
