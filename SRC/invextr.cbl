      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE CLIENT STATEMENT ON INVPOS.RPT
      *              ONLY SHOWS TODAY'S BALANCE OF EACH HOLDING. THIS
      *              RUN READS THE POSITION MOVEMENT LEDGER INVMOV.DAT
      *              KEPT BY INVPOS AND PRINTS INVEXTR.RPT, ONE PAGE
      *              PER CLIENT FOR THE MONTH GIVEN AS THE RUN
      *              ARGUMENT (AAAAMM; WITHOUT IT, THE MONTH BEFORE THE
      *              RUN DATE): FOR EACH PRODUCT THE BALANCE AT THE END
      *              OF THE PREVIOUS MONTH, EVERY CONTRIBUTION,
      *              EARNINGS CREDIT, REDEMPTION AND IR WITHHELD IN THE
      *              MONTH WITH ITS DATE AND THE RUNNING BALANCE, AND
      *              THE CLOSING BALANCE. THE BALANCES ARE RECOMPUTED
      *              FROM THE MOVEMENTS IN DATE ORDER, SO A MOVEMENT
      *              POSTED LATE STILL LANDS IN ITS OWN MONTH. THE IR
      *              LINE IS INFORMATIVE: THE REDEMPTION ALREADY TOOK
      *              THE GROSS AMOUNT OFF THE BALANCE. A HOLDING WITH
      *              NO BALANCE AND NO MOVEMENT IN THE MONTH IS LEFT
      *              OUT.
      * 15/10/2026 - THE PRODMF.DAT RECORD IS DESCRIBED AT ITS TRUE 65
      *              BYTES, AS INVPOS AND CTLMAINT WRITE IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVEXTR.
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

           SELECT EXTSORTFILE ASSIGN TO DYNAMIC WS-PTH-INVEXTR-SRT.

           SELECT EXTREPORTFILE ASSIGN TO DYNAMIC WS-PTH-INVEXTR-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVLEDGERFILE.
       01  MOV-RECORD.
           88 WS-EOF-MOV           VALUE HIGH-VALUES.
           05 MOV-CLIENTE          PIC 9(05).
           05 MOV-PRODUTO          PIC X(03).
           05 MOV-DATA             PIC 9(08).
           05 MOV-TIPO             PIC X(01).
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

       SD  EXTSORTFILE.
       01  ESR-SORTREC.
           88 ENDOFEXTSORT         VALUE HIGH-VALUES.
           05 ESR-CLIENTE          PIC 9(05).
           05 ESR-PRODUTO          PIC X(03).
           05 ESR-DATA             PIC 9(08).
           05 ESR-SEQ              PIC 9(07).
           05 ESR-TIPO             PIC X(01).
              88 ESR-SALDO-INICIAL VALUE "S".
              88 ESR-APORTE        VALUE "C".
              88 ESR-RENDIMENTO    VALUE "J".
              88 ESR-RESGATE       VALUE "R".
              88 ESR-VENCIMENTO    VALUE "V".
              88 ESR-IR-RETIDO     VALUE "I".
           05 ESR-VALOR            PIC S9(11)V9(2).

       FD  EXTREPORTFILE.
       01  WS-EXT-RPT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-INVMOV-DAT PIC X(44)
           VALUE "ASSETS/INVMOV.DAT".
       77  WS-PTH-PRODMF-DAT PIC X(44)
           VALUE "ASSETS/PRODMF.DAT".
       77  WS-PTH-CLIENTMF-DAT PIC X(44)
           VALUE "ASSETS/CLIENTMF.DAT".
       77  WS-PTH-INVEXTR-SRT PIC X(44)
           VALUE "ASSETS/INVEXTR.SRT".
       77  WS-PTH-INVEXTR-RPT PIC X(44)
           VALUE "ASSETS/INVEXTR.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-EXT-RPT-LEN          PIC 9(03) VALUE 100.
       77  WS-MOV-STATUS           PIC X(02) VALUE SPACES.
           88 WS-MOV-STATUS-OK     VALUE "00".
           88 WS-MOV-NOT-FOUND     VALUE "35".
       77  WS-PRD-STATUS           PIC X(02) VALUE SPACES.
           88 WS-PRD-STATUS-OK     VALUE "00".
       77  WS-CLI-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CLI-STATUS-OK     VALUE "00".
       77  WS-MES-PARM             PIC X(06) VALUE SPACES.
       77  WS-DATA-VALIDA          PIC X(01) VALUE "N".
       77  WS-INI-MES              PIC 9(08) VALUE ZEROS.
       77  WS-FIM-MES              PIC 9(08) VALUE ZEROS.
       77  WS-FIM-ANT              PIC 9(08) VALUE ZEROS.
       77  WS-SEQ                  PIC 9(07) VALUE ZEROS.
       77  WS-LINHAS-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-EXTRATOS       PIC 9(05) VALUE ZEROS.
       77  WS-PREV-CLIENTE         PIC 9(05) VALUE ZEROS.
       77  WS-PREV-PRODUTO         PIC X(03) VALUE SPACES.
       77  WS-SALDO-CORR           PIC S9(11)V9(2) VALUE ZEROS.
       77  WS-CLI-SALDO            PIC S9(12)V9(2) VALUE ZEROS.
       77  WS-PRODUTO-BUSCA        PIC X(03) VALUE SPACES.

       01  WS-FIRST-GROUP-SW       PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP       VALUE "Y".
       01  WS-CLI-PRINTED-SW       PIC X(01) VALUE "N".
           88 WS-CLI-PRINTED       VALUE "Y".
       01  WS-PROD-PRINTED-SW      PIC X(01) VALUE "N".
           88 WS-PROD-PRINTED      VALUE "Y".

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-RUN-MES           PIC 9(2).
           05 WS-RUN-DIA           PIC 9(2).

       01  WS-REF-DATE-SPLIT.
           05 WS-REF-ANO           PIC 9(4).
           05 WS-REF-MES           PIC 9(2).
           05 WS-REF-DIA           PIC 9(2).
       01  WS-REF-DATE-NUM REDEFINES WS-REF-DATE-SPLIT
                                   PIC 9(8).

       01  WS-EDIT-DATE-SPLIT.
           05 WS-EDT-ANO           PIC 9(4).
           05 WS-EDT-MES           PIC 9(2).
           05 WS-EDT-DIA           PIC 9(2).
       01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE-SPLIT
                                   PIC 9(8).

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

       01  EXT-DATE-EDIT.
           05 EDE-DIA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 EDE-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 EDE-ANO              PIC 9(04).

       01  EXT-TITULO-LINE.
           05 FILLER               PIC X(38)
              VALUE "EXTRATO MENSAL DE INVESTIMENTOS - DE  ".
           05 ETL-INICIO           PIC X(10).
           05 FILLER               PIC X(03) VALUE " A ".
           05 ETL-FIM              PIC X(10).

       01  EXT-CLIENT-LINE.
           05 FILLER               PIC X(09) VALUE "CLIENTE: ".
           05 ECL-ID               PIC 9(05).
           05 FILLER               PIC X(03) VALUE " - ".
           05 ECL-NAME             PIC X(30).
           05 FILLER               PIC X(11) VALUE "  ASSESSOR ".
           05 ECL-ADVISOR          PIC X(30).

       01  EXT-PRODUCT-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE "PRODUTO: ".
           05 EPL-CODIGO           PIC X(03).
           05 FILLER               PIC X(03) VALUE " - ".
           05 EPL-NOME             PIC X(25).

       01  EXT-COLUMN-HEADING.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "DATA".
           05 FILLER               PIC X(30) VALUE "HISTORICO".
           05 FILLER               PIC X(14) VALUE "         VALOR".
           05 FILLER               PIC X(18)
              VALUE "             SALDO".

       01  EXT-MOV-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 EML-DATA             PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EML-HISTORICO        PIC X(28).
           05 EML-VALOR            PIC -(12)9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EML-SALDO            PIC -(12)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 EML-NOTA             PIC X(13).

       01  EXT-SALDO-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 ESL-LABEL            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ESL-DATA             PIC X(10).
           05 FILLER               PIC X(37) VALUE SPACES.
           05 ESL-SALDO            PIC -(12)9,99.

       01  EXT-TOTAL-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(60)
              VALUE "SALDO TOTAL DO CLIENTE NO FIM DO MES".
           05 ETT-SALDO            PIC -(12)9,99.

       01  EXT-COUNT-LINE.
           05 ECT-LABEL            PIC X(30).
           05 ECT-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT EXTSORTFILE
               ON ASCENDING KEY ESR-CLIENTE ESR-PRODUTO ESR-DATA
                                ESR-SEQ
               INPUT PROCEDURE IS 0003-SELECT-MOVEMENTS
               OUTPUT PROCEDURE IS 0004-PRINT-STATEMENTS.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-INVMOV-DAT.
           CALL "DATADIR" USING WS-PTH-PRODMF-DAT.
           CALL "DATADIR" USING WS-PTH-CLIENTMF-DAT.
           CALL "DATADIR" USING WS-PTH-INVEXTR-SRT.
           CALL "DATADIR" USING WS-PTH-INVEXTR-RPT.

       0001-500-LOG-START.
           MOVE "INVEXTR" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "INVMOV" TO RLOG-STAT-LABEL.
           MOVE WS-LINHAS-LIDAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "EXTRATOS" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-EXTRATOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "INVEXTR" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "INVEXTR" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           MOVE SPACES TO WS-MES-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MES-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-MES-PARM
           END-ACCEPT.
           MOVE 1 TO WS-REF-DIA.
           IF WS-MES-PARM IS NUMERIC
               MOVE WS-MES-PARM(1:4) TO WS-REF-ANO
               MOVE WS-MES-PARM(5:2) TO WS-REF-MES
           END-IF.
           IF WS-MES-PARM IS NOT NUMERIC
              OR WS-REF-MES = ZEROS OR WS-REF-MES > 12
               IF WS-MES-PARM NOT = SPACES
                   DISPLAY 'AVISO: MES INVALIDO ' WS-MES-PARM
                       ' - USADO O MES ANTERIOR'
               END-IF
               IF WS-RUN-MES = 1
                   COMPUTE WS-REF-ANO = WS-RUN-ANO - 1
                   MOVE 12 TO WS-REF-MES
               ELSE
                   MOVE WS-RUN-ANO TO WS-REF-ANO
                   COMPUTE WS-REF-MES = WS-RUN-MES - 1
               END-IF
           END-IF.
           MOVE WS-REF-DATE-NUM TO WS-INI-MES.
           MOVE 31 TO WS-REF-DIA.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM 0002-100-FIT-DAY
               UNTIL WS-DATA-VALIDA = "Y".
           MOVE WS-REF-DATE-NUM TO WS-FIM-MES.
           MOVE WS-INI-MES TO WS-REF-DATE-NUM.
           PERFORM 0002-150-LAST-DAY-BEFORE.
           MOVE WS-REF-DATE-NUM TO WS-FIM-ANT.
           PERFORM 0002-300-LOAD-PRODUCTS.
           PERFORM 0002-400-LOAD-CLIENTS.
           OPEN OUTPUT EXTREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "EXTRATO DE INVESTIMENTOS POR CLIENTE"
               TO RPT-BH-TITLE.
           MOVE WS-INI-MES TO WS-EDIT-DATE-NUM.
           PERFORM 0002-500-EDIT-DATE.
           MOVE EXT-DATE-EDIT TO ETL-INICIO.
           MOVE WS-FIM-MES TO WS-EDIT-DATE-NUM.
           PERFORM 0002-500-EDIT-DATE.
           MOVE EXT-DATE-EDIT TO ETL-FIM.

       0002-100-FIT-DAY.
           CALL 'DATEVALID' USING WS-REF-DATE-SPLIT WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = "Y"
               SUBTRACT 1 FROM WS-REF-DIA
           END-IF.

      * LAST DAY OF THE PREVIOUS MONTH FOR THE OPENING-BALANCE LINE.
       0002-150-LAST-DAY-BEFORE.
           IF WS-REF-MES = 1
               SUBTRACT 1 FROM WS-REF-ANO
               MOVE 12 TO WS-REF-MES
           ELSE
               SUBTRACT 1 FROM WS-REF-MES
           END-IF.
           MOVE 31 TO WS-REF-DIA.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM 0002-100-FIT-DAY
               UNTIL WS-DATA-VALIDA = "Y".

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

       0002-500-EDIT-DATE.
           MOVE WS-EDT-DIA TO EDE-DIA.
           MOVE WS-EDT-MES TO EDE-MES.
           MOVE WS-EDT-ANO TO EDE-ANO.

      *----------------------------------------------------------------*
      * INPUT PROCEDURE - EVERY LEDGER LINE UP TO THE END OF THE MONTH *
      * GOES TO THE SORT; THE EARLIER ONES ONLY BUILD THE OPENING      *
      * BALANCE. THE SEQUENCE KEEPS SAME-DAY LINES IN POSTING ORDER.   *
      *----------------------------------------------------------------*
       0003-SELECT-MOVEMENTS.
           OPEN INPUT MOVLEDGERFILE.
           IF WS-MOV-STATUS-OK
               READ MOVLEDGERFILE
                   AT END SET WS-EOF-MOV TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-MOV
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF MOV-DATA NOT > WS-FIM-MES
                       ADD 1 TO WS-SEQ
                       MOVE MOV-CLIENTE TO ESR-CLIENTE
                       MOVE MOV-PRODUTO TO ESR-PRODUTO
                       MOVE MOV-DATA TO ESR-DATA
                       MOVE WS-SEQ TO ESR-SEQ
                       MOVE MOV-TIPO TO ESR-TIPO
                       MOVE MOV-VALOR TO ESR-VALOR
                       RELEASE ESR-SORTREC
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

      *----------------------------------------------------------------*
      * OUTPUT PROCEDURE - ONE PAGE PER CLIENT, ONE BLOCK PER PRODUCT. *
      *----------------------------------------------------------------*
       0004-PRINT-STATEMENTS.
           RETURN EXTSORTFILE
               AT END SET ENDOFEXTSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFEXTSORT
               IF WS-FIRST-GROUP
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   PERFORM 0004-100-START-CLIENTE
                   PERFORM 0004-200-START-PRODUTO
               ELSE
                   IF ESR-CLIENTE NOT = WS-PREV-CLIENTE
                       PERFORM 0004-600-END-PRODUTO
                       PERFORM 0004-700-END-CLIENTE
                       PERFORM 0004-100-START-CLIENTE
                       PERFORM 0004-200-START-PRODUTO
                   ELSE
                       IF ESR-PRODUTO NOT = WS-PREV-PRODUTO
                           PERFORM 0004-600-END-PRODUTO
                           PERFORM 0004-200-START-PRODUTO
                       END-IF
                   END-IF
               END-IF
               PERFORM 0004-400-TAKE-MOVEMENT
               RETURN EXTSORTFILE
                   AT END SET ENDOFEXTSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-600-END-PRODUTO
               PERFORM 0004-700-END-CLIENTE
           END-IF.

       0004-100-START-CLIENTE.
           MOVE ESR-CLIENTE TO WS-PREV-CLIENTE.
           MOVE "N" TO WS-CLI-PRINTED-SW.
           MOVE ZEROS TO WS-CLI-SALDO.

       0004-200-START-PRODUTO.
           MOVE ESR-PRODUTO TO WS-PREV-PRODUTO.
           MOVE "N" TO WS-PROD-PRINTED-SW.
           MOVE ZEROS TO WS-SALDO-CORR.

       0004-400-TAKE-MOVEMENT.
           IF ESR-DATA NOT < WS-INI-MES
               IF NOT WS-PROD-PRINTED
                   PERFORM 0004-500-PRINT-PRODUCT-HEAD
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ESR-SALDO-INICIAL
               WHEN ESR-APORTE
               WHEN ESR-RENDIMENTO
                   ADD ESR-VALOR TO WS-SALDO-CORR
               WHEN ESR-RESGATE
               WHEN ESR-VENCIMENTO
                   SUBTRACT ESR-VALOR FROM WS-SALDO-CORR
           END-EVALUATE.
           IF ESR-DATA NOT < WS-INI-MES
               PERFORM 0004-450-PRINT-MOVEMENT
           END-IF.

       0004-450-PRINT-MOVEMENT.
           MOVE ESR-DATA TO WS-EDIT-DATE-NUM.
           PERFORM 0002-500-EDIT-DATE.
           MOVE EXT-DATE-EDIT TO EML-DATA.
           MOVE SPACES TO EML-NOTA.
           EVALUATE TRUE
               WHEN ESR-SALDO-INICIAL
                   MOVE "SALDO DE IMPLANTACAO" TO EML-HISTORICO
                   MOVE ESR-VALOR TO EML-VALOR
               WHEN ESR-APORTE
                   MOVE "APLICACAO" TO EML-HISTORICO
                   MOVE ESR-VALOR TO EML-VALOR
               WHEN ESR-RENDIMENTO
                   MOVE "RENDIMENTOS" TO EML-HISTORICO
                   MOVE ESR-VALOR TO EML-VALOR
               WHEN ESR-RESGATE
                   MOVE "RESGATE" TO EML-HISTORICO
                   COMPUTE EML-VALOR = ESR-VALOR * -1
               WHEN ESR-VENCIMENTO
                   MOVE "RESGATE NO VENCIMENTO" TO EML-HISTORICO
                   COMPUTE EML-VALOR = ESR-VALOR * -1
               WHEN ESR-IR-RETIDO
                   MOVE "IR RETIDO NA FONTE" TO EML-HISTORICO
                   MOVE ESR-VALOR TO EML-VALOR
                   MOVE "(INFORMATIVO)" TO EML-NOTA
               WHEN OTHER
                   MOVE "LANCAMENTO DESCONHECIDO" TO EML-HISTORICO
                   MOVE ESR-VALOR TO EML-VALOR
           END-EVALUATE.
           MOVE WS-SALDO-CORR TO EML-SALDO.
           MOVE EXT-MOV-LINE TO WS-EXT-RPT-LINE.
           CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN.
           WRITE WS-EXT-RPT-LINE
               AFTER ADVANCING 1 LINE.

      * THE OPENING BALANCE IS WHATEVER THE EARLIER LINES ADD UP TO
      * WHEN THE FIRST LINE OF THE MONTH (OR THE END OF THE PRODUCT)
      * IS REACHED.
       0004-500-PRINT-PRODUCT-HEAD.
           SET WS-PROD-PRINTED TO TRUE.
           IF NOT WS-CLI-PRINTED
               PERFORM 0004-550-PRINT-CLIENT-HEAD
           END-IF.
           MOVE WS-PREV-PRODUTO TO EPL-CODIGO.
           MOVE WS-PREV-PRODUTO TO WS-PRODUTO-BUSCA.
           PERFORM 0008-FIND-PRODUCT.
           IF PRX > WS-PROD-COUNT
               MOVE "PRODUTO SEM CADASTRO" TO EPL-NOME
           ELSE
               MOVE WS-PRD-NOME(PRX) TO EPL-NOME
           END-IF.
           WRITE WS-EXT-RPT-LINE FROM EXT-PRODUCT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-EXT-RPT-LINE FROM EXT-COLUMN-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE "SALDO EM" TO ESL-LABEL.
           MOVE WS-FIM-ANT TO WS-EDIT-DATE-NUM.
           PERFORM 0002-500-EDIT-DATE.
           MOVE EXT-DATE-EDIT TO ESL-DATA.
           MOVE WS-SALDO-CORR TO ESL-SALDO.
           MOVE EXT-SALDO-LINE TO WS-EXT-RPT-LINE.
           CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN.
           WRITE WS-EXT-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-550-PRINT-CLIENT-HEAD.
           SET WS-CLI-PRINTED TO TRUE.
           ADD 1 TO WS-TOTAL-EXTRATOS.
           MOVE WS-PREV-CLIENTE TO ECL-ID.
           PERFORM 0004-560-SCAN-CLIENT
               VARYING CLX FROM 1 BY 1
               UNTIL CLX > WS-CLIENT-COUNT
                  OR WS-CLI-ID(CLX) = WS-PREV-CLIENTE.
           IF CLX > WS-CLIENT-COUNT
               MOVE "NAO CADASTRADO" TO ECL-NAME
               MOVE SPACES TO ECL-ADVISOR
           ELSE
               MOVE WS-CLI-NAME(CLX) TO ECL-NAME
               MOVE WS-CLI-ADVISOR(CLX) TO ECL-ADVISOR
           END-IF.
           WRITE WS-EXT-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-EXT-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-EXT-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-EXT-RPT-LINE FROM EXT-TITULO-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-EXT-RPT-LINE FROM EXT-CLIENT-LINE
               AFTER ADVANCING 2 LINES.

       0004-560-SCAN-CLIENT.
           CONTINUE.

       0004-600-END-PRODUTO.
           IF NOT WS-PROD-PRINTED AND WS-SALDO-CORR NOT = ZEROS
               PERFORM 0004-500-PRINT-PRODUCT-HEAD
           END-IF.
           IF WS-PROD-PRINTED
               MOVE "SALDO EM" TO ESL-LABEL
               MOVE WS-FIM-MES TO WS-EDIT-DATE-NUM
               PERFORM 0002-500-EDIT-DATE
               MOVE EXT-DATE-EDIT TO ESL-DATA
               MOVE WS-SALDO-CORR TO ESL-SALDO
               MOVE EXT-SALDO-LINE TO WS-EXT-RPT-LINE
               CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN
               WRITE WS-EXT-RPT-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-SALDO-CORR TO WS-CLI-SALDO
           END-IF.

       0004-700-END-CLIENTE.
           IF WS-CLI-PRINTED
               MOVE WS-CLI-SALDO TO ETT-SALDO
               MOVE EXT-TOTAL-LINE TO WS-EXT-RPT-LINE
               CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN
               WRITE WS-EXT-RPT-LINE
                   AFTER ADVANCING 2 LINES
               WRITE WS-EXT-RPT-LINE FROM RPT-BANNER-FOOTER
                   AFTER ADVANCING 3 LINES
           END-IF.

      *----------------------------------------------------------------*
      * CLOSE-DOWN.                                                    *
      *----------------------------------------------------------------*
       0005-FINALIZE.
           MOVE "EXTRATOS EMITIDOS:            " TO ECT-LABEL.
           MOVE WS-TOTAL-EXTRATOS TO ECT-COUNT.
           WRITE WS-EXT-RPT-LINE FROM EXT-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "LANCAMENTOS LIDOS NO INVMOV:  " TO ECT-LABEL.
           MOVE WS-LINHAS-LIDAS TO ECT-COUNT.
           WRITE WS-EXT-RPT-LINE FROM EXT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           CLOSE EXTREPORTFILE.
           DISPLAY 'EXTRATOS DE INVESTIMENTOS CONCLUIDOS - '
               ETL-INICIO ' A ' ETL-FIM.
           IF WS-TOTAL-EXTRATOS = ZEROS
               DISPLAY 'AVISO: NENHUMA POSICAO COM SALDO OU '
                   'MOVIMENTO NO MES'
           END-IF.

       0008-FIND-PRODUCT.
           PERFORM 0008-500-SCAN-PRODUCT
               VARYING PRX FROM 1 BY 1
               UNTIL PRX > WS-PROD-COUNT
                  OR WS-PRD-CODIGO(PRX) = WS-PRODUTO-BUSCA.

       0008-500-SCAN-PRODUCT.
           CONTINUE.

       END PROGRAM INVEXTR.
