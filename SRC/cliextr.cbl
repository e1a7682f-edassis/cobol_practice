      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. MONTH-END RUN FOR THE SCHOOLS AND
      *              LIBRARIES THAT BUY ON 30-DAY TERMS, WHOSE DEBTS
      *              WERE KEPT IN AN EXERCISE BOOK. THE CUSTOMER LEDGER
      *              CLIMOVTO.DAT (SALES ON ACCOUNT AND PAYMENTS TAKEN
      *              AT THE COUNTER) IS SORTED BY CLIENT AND DATE UP TO
      *              THE END OF THE TARGET MONTH, AND THREE LISTINGS
      *              ARE PRINTED:
      *              CLIEXTR.RPT - ONE STATEMENT PER CLIENT WITH AN
      *              OPENING BALANCE OR MOVEMENT IN THE MONTH: OPENING
      *              BALANCE, EACH PURCHASE WITH ITS RECEIPT NUMBER,
      *              EACH PAYMENT, RUNNING AND CLOSING BALANCE AND
      *              THE AGE OF WHAT IS OWED;
      *              CLIAGE.RPT - AGING OF EVERY BALANCE AT THE MONTH
      *              END: UP TO 30 DAYS (CURRENT), 31-60, 61-90 AND
      *              OVER 90 DAYS FROM THE PURCHASE DATE, PAYMENTS
      *              SETTLING THE OLDEST PURCHASES FIRST;
      *              CLICARTA.RPT - A REMINDER LETTER FOR EVERY CLIENT
      *              WITH ANYTHING OWED FOR MORE THAN 60 DAYS.
      *              THE TARGET MONTH IS THE AAAAMM RUN ARGUMENT,
      *              DEFAULTING TO THE MONTH BEFORE THE RUN DATE, AS
      *              IN PERDAMES. A CLIENT WITH MORE OPEN PURCHASES
      *              THAN THE AGING TABLE HOLDS HAS THE EXCESS AGED
      *              WITH ITS NEWEST OPEN PURCHASE AND THE RUN ENDS
      *              WITH RETURN-CODE 1.
      * 15/10/2026 - LEDGER ENTRIES CARRYING THE RESERVED ID 999999 OF
      *              A CLIENT WHOSE DATA WAS ERASED (LGPDELIM) GET NO
      *              STATEMENT AND NO AGING LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIEXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIMOVTOFILE ASSIGN TO DYNAMIC WS-PTH-CLIMOVTO-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

           SELECT CLIENTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CLIENTEID
               FILE STATUS IS WS-CLI-STATUS.

           SELECT CLISORTFILE ASSIGN TO DYNAMIC WS-PTH-CLIEXTR-SRT.

           SELECT EXTRATOREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-CLIEXTR-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGINGREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-CLIAGE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARTAREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-CLICARTA-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIMOVTOFILE.
       01  CLM-RECORD.
           88 ENDOFCLIMOVTO      VALUE HIGH-VALUES.
           05 CLM-DATE           PIC 9(8).
           05 CLM-TIME           PIC 9(8).
           05 CLM-CLIENTEID      PIC 9(6).
           05 CLM-TIPO           PIC X(1).
           05 CLM-VALOR          PIC 9(7)V9(2).
           05 CLM-SALDO          PIC 9(7)V9(2).
           05 CLM-RECIBO         PIC 9(6).
           05 CLM-OPERADOR       PIC X(8).

       FD  CLIENTMASTERFILE.
       01  CLI-RECORD.
           05 CLI-CLIENTEID      PIC 9(6).
           05 CLI-NOME           PIC X(30).
           05 CLI-TELEFONE       PIC X(12).
           05 CLI-REGIAO         PIC X(3).
           05 CLI-LIMITE         PIC 9(7)V9(2).
           05 CLI-SALDO          PIC 9(7)V9(2).
           05 CLI-ACEITA-MKT     PIC X(1).

       SD  CLISORTFILE.
       01  CSF-SORTREC.
           88 ENDOFCLISORT       VALUE HIGH-VALUES.
           02 CSF-CLIENTEID      PIC 9(6).
           02 CSF-DATE           PIC 9(8).
           02 CSF-TIME           PIC 9(8).
           02 CSF-TIPO           PIC X(1).
           02 CSF-VALOR          PIC 9(7)V9(2).
           02 CSF-RECIBO         PIC 9(6).

       FD  EXTRATOREPORTFILE.
       01  WS-EXT-RPT-LINE       PIC X(100).

       FD  AGINGREPORTFILE.
       01  WS-AGE-RPT-LINE       PIC X(100).

       FD  CARTAREPORTFILE.
       01  WS-CARTA-RPT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PTH-CLIMOVTO-DAT PIC X(44)
           VALUE "ASSETS/CLIMOVTO.DAT".
       77  WS-PTH-CUSTMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTMF.DAT".
       77  WS-PTH-CLIEXTR-SRT PIC X(44)
           VALUE "ASSETS/CLIEXTR.SRT".
       77  WS-PTH-CLIEXTR-RPT PIC X(44)
           VALUE "ASSETS/CLIEXTR.RPT".
       77  WS-PTH-CLIAGE-RPT PIC X(44)
           VALUE "ASSETS/CLIAGE.RPT".
       77  WS-PTH-CLICARTA-RPT PIC X(44)
           VALUE "ASSETS/CLICARTA.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-EXT-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-AGE-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-CARTA-RPT-LEN      PIC 9(03) VALUE 80.
       77  WS-CLM-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CLM-STATUS-OK   VALUE "00".
       77  WS-CLI-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CLI-STATUS-OK   VALUE "00".
       77  WS-CLI-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CLI-OPENED      VALUE "Y".

       77  WS-TARGET-YYYYMM      PIC 9(6) VALUE ZEROS.
       77  WS-MES-PARM           PIC X(6) VALUE SPACES.
       77  WS-ABS-MESES          PIC 9(7) VALUE ZEROS.
       77  WS-TGT-ANO            PIC 9(5) VALUE ZEROS.
       77  WS-TGT-MES            PIC 9(2) VALUE ZEROS.
       77  WS-MES-INICIO         PIC 9(8) VALUE ZEROS.
       77  WS-MES-SEGUINTE       PIC 9(8) VALUE ZEROS.
       77  WS-FIM-SERIAL         PIC 9(7) VALUE ZEROS.
       77  WS-DIAS               PIC 9(7) VALUE ZEROS.

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

      *    CURRENT CLIENT
       77  WS-FIRST-GROUP-SW     PIC X(1) VALUE "Y".
           88 WS-FIRST-GROUP     VALUE "Y".
       77  WS-PREV-CLIENTE       PIC 9(6) VALUE ZEROS.
       77  WS-CLI-NOME           PIC X(30) VALUE SPACES.
       77  WS-CLI-TELEFONE       PIC X(12) VALUE SPACES.
       77  WS-CLI-LIMITE         PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-EXTRATO-SW         PIC X(1) VALUE "N".
           88 WS-EXTRATO-ABERTO  VALUE "Y".
       77  WS-SALDO-ANT          PIC S9(9)V9(2) VALUE ZEROS.
       77  WS-SALDO              PIC S9(9)V9(2) VALUE ZEROS.
       77  WS-MES-COMPRAS        PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-MES-PAGTOS         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-CREDITO-LIVRE      PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-APLICAR            PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-PARCELA            PIC 9(9)V9(2) VALUE ZEROS.

      *    OPEN PURCHASES OF THE CURRENT CLIENT, OLDEST FIRST. PAYMENTS
      *    SETTLE FROM WS-ABERTO-INICIO FORWARD.
       01  WS-ABERTO-TABLE.
           05 WS-ABERTO-ENTRY OCCURS 300 TIMES.
              10 WS-AB-DATA      PIC 9(8).
              10 WS-AB-RESTO     PIC 9(9)V9(2).
       77  WS-ABERTO-COUNT       PIC 9(3) VALUE ZEROS.
       77  WS-ABERTO-INICIO      PIC 9(3) VALUE 1.
       77  AX                    PIC 9(3) VALUE ZEROS.
       77  BX                    PIC 9(3) VALUE ZEROS.

       01  WS-FAIXAS.
           05 WS-FAIXA           PIC 9(9)V9(2) OCCURS 4 TIMES.
       01  WS-FAIXAS-TOTAL.
           05 WS-FAIXA-TOT       PIC 9(11)V9(2) OCCURS 4 TIMES.
       77  FX                    PIC 9(1) VALUE ZEROS.
       77  WS-VENCIDO-60         PIC 9(9)V9(2) VALUE ZEROS.

       77  WS-EXTRATO-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-CARTA-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-AGE-COUNT          PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-RECEBER      PIC S9(11)V9(2) VALUE ZEROS.
       77  WS-TOTAL-CREDOR       PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-ESTOURO-COUNT      PIC 9(5) VALUE ZEROS.

       01  EXT-MONTH-LINE.
           05 FILLER             PIC X(21)
              VALUE "MES DE REFERENCIA:   ".
           05 EML-YYYYMM         PIC 9(6).

       01  EXT-CLIENTE-LINE.
           05 FILLER             PIC X(17) VALUE "EXTRATO DE CONTA ".
           05 FILLER             PIC X(08) VALUE "CLIENTE ".
           05 ECL-CLIENTE        PIC 9(6).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ECL-NOME           PIC X(30).
           05 FILLER             PIC X(12) VALUE "  LIMITE    ".
           05 ECL-LIMITE         PIC Z(6)9,99.

       01  EXT-HEADING.
           05 FILLER             PIC X(10) VALUE "DATA".
           05 FILLER             PIC X(08) VALUE "RECIBO".
           05 FILLER             PIC X(22) VALUE "HISTORICO".
           05 FILLER             PIC X(14) VALUE "       COMPRAS".
           05 FILLER             PIC X(14) VALUE "    PAGAMENTOS".
           05 FILLER             PIC X(16) VALUE "           SALDO".

       01  EXT-DETAIL-LINE.
           05 EDL-DATA           PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EDL-RECIBO         PIC 9(6).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EDL-HISTORICO      PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EDL-COMPRA         PIC Z(8)9,99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EDL-PAGTO          PIC Z(8)9,99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 EDL-SALDO          PIC -(10)9,99.

       01  EXT-SALDO-LINE.
           05 FILLER             PIC X(18) VALUE SPACES.
           05 ESL-LABEL          PIC X(52).
           05 ESL-SALDO          PIC -(10)9,99.

       01  EXT-TOTAL-LINE.
           05 FILLER             PIC X(18) VALUE SPACES.
           05 FILLER             PIC X(22) VALUE "TOTAL DO MES".
           05 ETL-COMPRAS        PIC Z(8)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ETL-PAGTOS         PIC Z(8)9,99.

       01  EXT-IDADE-LINE.
           05 FILLER             PIC X(18) VALUE "EM ABERTO: ATE 30 ".
           05 EIL-FAIXA1         PIC Z(7)9,99.
           05 FILLER             PIC X(08) VALUE "  31-60 ".
           05 EIL-FAIXA2         PIC Z(7)9,99.
           05 FILLER             PIC X(08) VALUE "  61-90 ".
           05 EIL-FAIXA3         PIC Z(7)9,99.
           05 FILLER             PIC X(09) VALUE "  MAIS 90".
           05 EIL-FAIXA4         PIC Z(7)9,99.

       01  AGE-HEADING.
           05 FILLER             PIC X(08) VALUE "CLIENTE".
           05 FILLER             PIC X(26) VALUE "NOME".
           05 FILLER             PIC X(14) VALUE "   SALDO TOTAL".
           05 FILLER             PIC X(13) VALUE "  ATE 30 DIAS".
           05 FILLER             PIC X(13) VALUE "     31 A 60".
           05 FILLER             PIC X(13) VALUE "     61 A 90".
           05 FILLER             PIC X(13) VALUE "   MAIS DE 90".

       01  AGE-DETAIL-LINE.
           05 ADL-CLIENTE        PIC 9(6).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ADL-NOME           PIC X(24).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ADL-SALDO          PIC -(10)9,99.
           05 ADL-FAIXA-G OCCURS 4 TIMES.
              10 FILLER          PIC X(02).
              10 ADL-FAIXA       PIC Z(7)9,99.

       01  AGE-TOTAL-LINE.
           05 FILLER             PIC X(34) VALUE "TOTAL A RECEBER".
           05 ATL-SALDO          PIC -(10)9,99.
           05 ATL-FAIXA-G OCCURS 4 TIMES.
              10 FILLER          PIC X(02).
              10 ATL-FAIXA       PIC Z(7)9,99.

       01  AGE-CREDOR-LINE.
           05 FILLER             PIC X(34)
              VALUE "SALDOS CREDORES (PAGO A MAIS)".
           05 ACL-VALOR          PIC Z(10)9,99.

       01  AGE-EMPTY-LINE.
           05 FILLER             PIC X(40)
              VALUE "NENHUM CLIENTE COM SALDO EM ABERTO".

       01  AGE-COUNT-LINE.
           05 ACN-LABEL          PIC X(30).
           05 ACN-COUNT          PIC ZZZZ9.

       01  CARTA-CLIENTE-LINE.
           05 FILLER             PIC X(04) VALUE "A/C ".
           05 CCL-NOME           PIC X(30).
           05 FILLER             PIC X(10) VALUE "  CLIENTE ".
           05 CCL-CLIENTE        PIC 9(6).

       01  CARTA-TELEFONE-LINE.
           05 FILLER             PIC X(10) VALUE "TELEFONE: ".
           05 CTL-TELEFONE       PIC X(12).

       01  CARTA-VALOR-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CVL-LABEL          PIC X(40).
           05 CVL-VALOR          PIC Z(8)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT CLISORTFILE
               ON ASCENDING KEY CSF-CLIENTEID CSF-DATE CSF-TIME
               INPUT PROCEDURE IS 0003-SELECT-MOVEMENTS
               OUTPUT PROCEDURE IS 0004-STATEMENTS.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-CLIMOVTO-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTMF-DAT.
           CALL "DATADIR" USING WS-PTH-CLIEXTR-SRT.
           CALL "DATADIR" USING WS-PTH-CLIEXTR-RPT.
           CALL "DATADIR" USING WS-PTH-CLIAGE-RPT.
           CALL "DATADIR" USING WS-PTH-CLICARTA-RPT.

       0001-500-LOG-START.
           MOVE "CLIEXTR" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "CLIEXTR" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           PERFORM 0002-300-GET-TARGET-MONTH.
           MOVE ZEROS TO WS-FAIXAS-TOTAL.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           OPEN OUTPUT EXTRATOREPORTFILE.
           MOVE "EXTRATOS DE CONTA DE CLIENTES A PRAZO"
               TO RPT-BH-TITLE.
           WRITE WS-EXT-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-EXT-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-EXT-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TARGET-YYYYMM TO EML-YYYYMM.
           WRITE WS-EXT-RPT-LINE FROM EXT-MONTH-LINE
               AFTER ADVANCING 2 LINES.
           OPEN OUTPUT AGINGREPORTFILE.
           MOVE "CONTAS A RECEBER DE CLIENTES - IDADE DOS SALDOS"
               TO RPT-BH-TITLE.
           WRITE WS-AGE-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-AGE-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-AGE-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-AGE-RPT-LINE FROM EXT-MONTH-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-AGE-RPT-LINE FROM AGE-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN OUTPUT CARTAREPORTFILE.
           MOVE "CARTAS DE COBRANCA - VENCIDOS HA MAIS DE 60 DIAS"
               TO RPT-BH-TITLE.
           WRITE WS-CARTA-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-CARTA-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-CARTA-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           OPEN INPUT CLIENTMASTERFILE.
           IF WS-CLI-STATUS-OK
               SET WS-CLI-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: CUSTMF.DAT INDISPONIVEL - STATUS '
                   WS-CLI-STATUS ' - NOMES EM BRANCO'
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
      *    THE MONTH RUNS FROM ITS FIRST DAY UP TO, NOT INCLUDING, THE
      *    FIRST DAY OF THE NEXT; BALANCES ARE AGED AT ITS LAST DAY.
           COMPUTE WS-MES-INICIO = (WS-TARGET-YYYYMM * 100) + 1.
           MOVE WS-MES-INICIO TO WS-SERIAL-DATE-N.
           IF WS-SDX-MES = 12
               ADD 1 TO WS-SDX-ANO
               MOVE 1 TO WS-SDX-MES
           ELSE
               ADD 1 TO WS-SDX-MES
           END-IF.
           MOVE WS-SERIAL-DATE-N TO WS-MES-SEGUINTE.
           PERFORM 0008-DATE-TO-SERIAL.
           COMPUTE WS-FIM-SERIAL = WS-SERIAL-WORK - 1.

       0003-SELECT-MOVEMENTS.
           OPEN INPUT CLIMOVTOFILE.
           IF WS-CLM-STATUS-OK
               READ CLIMOVTOFILE
                   AT END SET ENDOFCLIMOVTO TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCLIMOVTO
                   IF CLM-DATE IS NUMERIC
                      AND CLM-VALOR IS NUMERIC
                      AND CLM-DATE < WS-MES-SEGUINTE
                      AND CLM-CLIENTEID NOT = 999999
                       MOVE CLM-CLIENTEID TO CSF-CLIENTEID
                       MOVE CLM-DATE TO CSF-DATE
                       MOVE CLM-TIME TO CSF-TIME
                       MOVE CLM-TIPO TO CSF-TIPO
                       MOVE CLM-VALOR TO CSF-VALOR
                       MOVE CLM-RECIBO TO CSF-RECIBO
                       RELEASE CSF-SORTREC
                   END-IF
                   READ CLIMOVTOFILE
                       AT END SET ENDOFCLIMOVTO TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLIMOVTOFILE
           ELSE
               DISPLAY 'SEM CLIMOVTO.DAT - NENHUMA VENDA A PRAZO'
           END-IF.

       0004-STATEMENTS.
           RETURN CLISORTFILE
               AT END SET ENDOFCLISORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFCLISORT
               IF WS-FIRST-GROUP
                   PERFORM 0004-100-START-CLIENTE
               ELSE
                   IF CSF-CLIENTEID NOT = WS-PREV-CLIENTE
                       PERFORM 0004-700-CLIENTE-BREAK
                       PERFORM 0004-100-START-CLIENTE
                   END-IF
               END-IF
               IF CSF-DATE < WS-MES-INICIO
                   PERFORM 0004-300-PRIOR-MOVEMENT
               ELSE
                   PERFORM 0004-400-MONTH-MOVEMENT
               END-IF
               RETURN CLISORTFILE
                   AT END SET ENDOFCLISORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-700-CLIENTE-BREAK
           END-IF.

       0004-100-START-CLIENTE.
           MOVE "N" TO WS-FIRST-GROUP-SW.
           MOVE CSF-CLIENTEID TO WS-PREV-CLIENTE.
           MOVE "N" TO WS-EXTRATO-SW.
           MOVE ZEROS TO WS-SALDO-ANT WS-SALDO WS-MES-COMPRAS
               WS-MES-PAGTOS WS-CREDITO-LIVRE WS-ABERTO-COUNT.
           MOVE 1 TO WS-ABERTO-INICIO.
           MOVE SPACES TO WS-CLI-NOME WS-CLI-TELEFONE.
           MOVE ZEROS TO WS-CLI-LIMITE.
           IF WS-CLI-OPENED
               MOVE CSF-CLIENTEID TO CLI-CLIENTEID
               READ CLIENTMASTERFILE
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WS-CLI-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WS-CLI-NOME
                       MOVE CLI-TELEFONE TO WS-CLI-TELEFONE
                       IF CLI-LIMITE IS NUMERIC
                           MOVE CLI-LIMITE TO WS-CLI-LIMITE
                       END-IF
               END-READ
           END-IF.

       0004-300-PRIOR-MOVEMENT.
           IF CSF-TIPO = "V"
               ADD CSF-VALOR TO WS-SALDO-ANT
               PERFORM 0006-ABRIR-COMPRA
           ELSE
               SUBTRACT CSF-VALOR FROM WS-SALDO-ANT
               PERFORM 0006-500-BAIXAR-PAGAMENTO
           END-IF.
           MOVE WS-SALDO-ANT TO WS-SALDO.

       0004-400-MONTH-MOVEMENT.
           IF NOT WS-EXTRATO-ABERTO
               PERFORM 0004-500-START-STATEMENT
           END-IF.
           MOVE CSF-DATE TO EDL-DATA.
           MOVE CSF-RECIBO TO EDL-RECIBO.
           MOVE ZEROS TO EDL-COMPRA EDL-PAGTO.
           IF CSF-TIPO = "V"
               MOVE "COMPRA A PRAZO" TO EDL-HISTORICO
               MOVE CSF-VALOR TO EDL-COMPRA
               ADD CSF-VALOR TO WS-SALDO WS-MES-COMPRAS
               PERFORM 0006-ABRIR-COMPRA
           ELSE
               MOVE "PAGAMENTO" TO EDL-HISTORICO
               MOVE CSF-VALOR TO EDL-PAGTO
               SUBTRACT CSF-VALOR FROM WS-SALDO
               ADD CSF-VALOR TO WS-MES-PAGTOS
               PERFORM 0006-500-BAIXAR-PAGAMENTO
           END-IF.
           MOVE WS-SALDO TO EDL-SALDO.
           MOVE EXT-DETAIL-LINE TO WS-EXT-RPT-LINE.
           CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN.
           WRITE WS-EXT-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-500-START-STATEMENT.
           SET WS-EXTRATO-ABERTO TO TRUE.
           ADD 1 TO WS-EXTRATO-COUNT.
           MOVE WS-PREV-CLIENTE TO ECL-CLIENTE.
           MOVE WS-CLI-NOME TO ECL-NOME.
           MOVE WS-CLI-LIMITE TO ECL-LIMITE.
           MOVE EXT-CLIENTE-LINE TO WS-EXT-RPT-LINE.
           CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN.
           WRITE WS-EXT-RPT-LINE
               AFTER ADVANCING 3 LINES.
           WRITE WS-EXT-RPT-LINE FROM EXT-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE "SALDO ANTERIOR" TO ESL-LABEL.
           MOVE WS-SALDO-ANT TO ESL-SALDO.
           MOVE EXT-SALDO-LINE TO WS-EXT-RPT-LINE.
           CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN.
           WRITE WS-EXT-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-700-CLIENTE-BREAK.
           PERFORM 0007-AGE-BALANCE.
           IF NOT WS-EXTRATO-ABERTO
              AND WS-SALDO-ANT NOT = ZEROS
               PERFORM 0004-500-START-STATEMENT
           END-IF.
           IF WS-EXTRATO-ABERTO
               PERFORM 0004-800-CLOSE-STATEMENT
           END-IF.
           IF WS-SALDO > ZEROS
               ADD WS-SALDO TO WS-TOTAL-RECEBER
               PERFORM 0004-900-AGING-LINE
               IF WS-VENCIDO-60 > ZEROS
                   PERFORM 0009-REMINDER-LETTER
               END-IF
           ELSE
               IF WS-SALDO < ZEROS
                   SUBTRACT WS-SALDO FROM WS-TOTAL-CREDOR
               END-IF
           END-IF.

       0004-800-CLOSE-STATEMENT.
           MOVE WS-MES-COMPRAS TO ETL-COMPRAS.
           MOVE WS-MES-PAGTOS TO ETL-PAGTOS.
           MOVE EXT-TOTAL-LINE TO WS-EXT-RPT-LINE.
           CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN.
           WRITE WS-EXT-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ESL-LABEL.
           STRING "SALDO EM " WS-TARGET-YYYYMM
               DELIMITED BY SIZE INTO ESL-LABEL
           END-STRING.
           MOVE WS-SALDO TO ESL-SALDO.
           MOVE EXT-SALDO-LINE TO WS-EXT-RPT-LINE.
           CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN.
           WRITE WS-EXT-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-SALDO > ZEROS
               MOVE WS-FAIXA(1) TO EIL-FAIXA1
               MOVE WS-FAIXA(2) TO EIL-FAIXA2
               MOVE WS-FAIXA(3) TO EIL-FAIXA3
               MOVE WS-FAIXA(4) TO EIL-FAIXA4
               MOVE EXT-IDADE-LINE TO WS-EXT-RPT-LINE
               CALL "DECFMT" USING WS-EXT-RPT-LINE, WS-EXT-RPT-LEN
               WRITE WS-EXT-RPT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       0004-900-AGING-LINE.
           ADD 1 TO WS-AGE-COUNT.
           MOVE WS-PREV-CLIENTE TO ADL-CLIENTE.
           MOVE WS-CLI-NOME TO ADL-NOME.
           MOVE WS-SALDO TO ADL-SALDO.
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 4
               MOVE SPACES TO ADL-FAIXA-G(FX)
               MOVE WS-FAIXA(FX) TO ADL-FAIXA(FX)
               ADD WS-FAIXA(FX) TO WS-FAIXA-TOT(FX)
           END-PERFORM.
           MOVE AGE-DETAIL-LINE TO WS-AGE-RPT-LINE.
           CALL "DECFMT" USING WS-AGE-RPT-LINE, WS-AGE-RPT-LEN.
           WRITE WS-AGE-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0005-FINALIZE.
           IF WS-AGE-COUNT = ZEROS
               WRITE WS-AGE-RPT-LINE FROM AGE-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-TOTAL-RECEBER TO ATL-SALDO.
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 4
               MOVE SPACES TO ATL-FAIXA-G(FX)
               MOVE WS-FAIXA-TOT(FX) TO ATL-FAIXA(FX)
           END-PERFORM.
           MOVE AGE-TOTAL-LINE TO WS-AGE-RPT-LINE.
           CALL "DECFMT" USING WS-AGE-RPT-LINE, WS-AGE-RPT-LEN.
           WRITE WS-AGE-RPT-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-TOTAL-CREDOR > ZEROS
               MOVE WS-TOTAL-CREDOR TO ACL-VALOR
               MOVE AGE-CREDOR-LINE TO WS-AGE-RPT-LINE
               CALL "DECFMT" USING WS-AGE-RPT-LINE, WS-AGE-RPT-LEN
               WRITE WS-AGE-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "EXTRATOS EMITIDOS:" TO ACN-LABEL.
           MOVE WS-EXTRATO-COUNT TO ACN-COUNT.
           WRITE WS-AGE-RPT-LINE FROM AGE-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "CARTAS DE COBRANCA:" TO ACN-LABEL.
           MOVE WS-CARTA-COUNT TO ACN-COUNT.
           WRITE WS-AGE-RPT-LINE FROM AGE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-ESTOURO-COUNT > ZEROS
               MOVE "CLIENTES COM TABELA CHEIA:" TO ACN-LABEL
               MOVE WS-ESTOURO-COUNT TO ACN-COUNT
               WRITE WS-AGE-RPT-LINE FROM AGE-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF WS-EXTRATO-COUNT = ZEROS
               MOVE "NENHUM EXTRATO NO MES" TO WS-EXT-RPT-LINE
               WRITE WS-EXT-RPT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-CARTA-COUNT = ZEROS
               MOVE "NENHUMA CARTA DE COBRANCA NO MES"
                   TO WS-CARTA-RPT-LINE
               WRITE WS-CARTA-RPT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE WS-EXT-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           WRITE WS-AGE-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           WRITE WS-CARTA-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE EXTRATOREPORTFILE AGINGREPORTFILE CARTAREPORTFILE.
           IF WS-CLI-OPENED
               CLOSE CLIENTMASTERFILE
           END-IF.
           DISPLAY 'EXTRATOS DE CLIENTES: ' WS-EXTRATO-COUNT
               ' EXTRATOS, ' WS-CARTA-COUNT ' CARTAS'.

      *----------------------------------------------------------------*
      * OPEN PURCHASES: A PURCHASE FIRST USES UP ANY AMOUNT PAID IN    *
      * ADVANCE; A PAYMENT SETTLES THE OLDEST OPEN PURCHASES FIRST.    *
      *----------------------------------------------------------------*
       0006-ABRIR-COMPRA.
           MOVE CSF-VALOR TO WS-PARCELA.
           IF WS-CREDITO-LIVRE > ZEROS
               IF WS-CREDITO-LIVRE < WS-PARCELA
                   MOVE WS-CREDITO-LIVRE TO WS-APLICAR
               ELSE
                   MOVE WS-PARCELA TO WS-APLICAR
               END-IF
               SUBTRACT WS-APLICAR FROM WS-CREDITO-LIVRE WS-PARCELA
           END-IF.
           IF WS-PARCELA > ZEROS
               IF WS-ABERTO-COUNT = 300
                   PERFORM 0006-300-COMPACTAR
               END-IF
               IF WS-ABERTO-COUNT < 300
                   ADD 1 TO WS-ABERTO-COUNT
                   MOVE CSF-DATE TO WS-AB-DATA(WS-ABERTO-COUNT)
                   MOVE WS-PARCELA TO WS-AB-RESTO(WS-ABERTO-COUNT)
               ELSE
                   ADD WS-PARCELA TO WS-AB-RESTO(300)
                   MOVE CSF-DATE TO WS-AB-DATA(300)
                   DISPLAY 'AVISO: CLIENTE ' CSF-CLIENTEID
                       ' COM MAIS DE 300 COMPRAS EM ABERTO'
                   ADD 1 TO WS-ESTOURO-COUNT
               END-IF
           END-IF.

       0006-300-COMPACTAR.
           IF WS-ABERTO-INICIO > 1
               MOVE ZEROS TO BX
               PERFORM VARYING AX FROM WS-ABERTO-INICIO BY 1
                       UNTIL AX > WS-ABERTO-COUNT
                   ADD 1 TO BX
                   MOVE WS-ABERTO-ENTRY(AX) TO WS-ABERTO-ENTRY(BX)
               END-PERFORM
               MOVE BX TO WS-ABERTO-COUNT
               MOVE 1 TO WS-ABERTO-INICIO
           END-IF.

       0006-500-BAIXAR-PAGAMENTO.
           MOVE CSF-VALOR TO WS-PARCELA.
           PERFORM UNTIL WS-PARCELA = ZEROS
                      OR WS-ABERTO-INICIO > WS-ABERTO-COUNT
               IF WS-AB-RESTO(WS-ABERTO-INICIO) < WS-PARCELA
                   MOVE WS-AB-RESTO(WS-ABERTO-INICIO) TO WS-APLICAR
               ELSE
                   MOVE WS-PARCELA TO WS-APLICAR
               END-IF
               SUBTRACT WS-APLICAR FROM WS-PARCELA
                   WS-AB-RESTO(WS-ABERTO-INICIO)
               IF WS-AB-RESTO(WS-ABERTO-INICIO) = ZEROS
                   ADD 1 TO WS-ABERTO-INICIO
               END-IF
           END-PERFORM.
           ADD WS-PARCELA TO WS-CREDITO-LIVRE.

      *----------------------------------------------------------------*
      * AGE WHAT IS STILL OPEN AT THE MONTH END: 1 = UP TO 30 DAYS,    *
      * 2 = 31-60, 3 = 61-90, 4 = OVER 90.                             *
      *----------------------------------------------------------------*
       0007-AGE-BALANCE.
           MOVE ZEROS TO WS-FAIXAS WS-VENCIDO-60.
           PERFORM VARYING AX FROM WS-ABERTO-INICIO BY 1
                   UNTIL AX > WS-ABERTO-COUNT
               MOVE WS-AB-DATA(AX) TO WS-SERIAL-DATE-N
               PERFORM 0008-DATE-TO-SERIAL
               IF WS-SERIAL-WORK > WS-FIM-SERIAL
                   MOVE ZEROS TO WS-DIAS
               ELSE
                   COMPUTE WS-DIAS = WS-FIM-SERIAL - WS-SERIAL-WORK
               END-IF
               EVALUATE TRUE
                   WHEN WS-DIAS NOT > 30
                       MOVE 1 TO FX
                   WHEN WS-DIAS NOT > 60
                       MOVE 2 TO FX
                   WHEN WS-DIAS NOT > 90
                       MOVE 3 TO FX
                   WHEN OTHER
                       MOVE 4 TO FX
               END-EVALUATE
               ADD WS-AB-RESTO(AX) TO WS-FAIXA(FX)
           END-PERFORM.
           COMPUTE WS-VENCIDO-60 = WS-FAIXA(3) + WS-FAIXA(4).

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

      *----------------------------------------------------------------*
      * REMINDER LETTER, ONE PAGE PER CLIENT OWING FOR OVER 60 DAYS.   *
      *----------------------------------------------------------------*
       0009-REMINDER-LETTER.
           ADD 1 TO WS-CARTA-COUNT.
           MOVE WS-CLI-NOME TO CCL-NOME.
           MOVE WS-PREV-CLIENTE TO CCL-CLIENTE.
           WRITE WS-CARTA-RPT-LINE FROM CARTA-CLIENTE-LINE
               AFTER ADVANCING PAGE.
           IF WS-CLI-TELEFONE NOT = SPACES
               MOVE WS-CLI-TELEFONE TO CTL-TELEFONE
               WRITE WS-CARTA-RPT-LINE FROM CARTA-TELEFONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "PREZADOS SENHORES," TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "CONSTA EM NOSSOS REGISTROS QUE HA COMPRAS A PRAZO"
               TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "EM ABERTO HA MAIS DE 60 DIAS, ALEM DO PRAZO DE 30"
               TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DIAS COMBINADO. SITUACAO NO FIM DO MES DE REFERENCIA:"
               TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "VENCIDO HA 61 A 90 DIAS:" TO CVL-LABEL.
           MOVE WS-FAIXA(3) TO CVL-VALOR.
           PERFORM 0009-500-VALUE-LINE.
           MOVE "VENCIDO HA MAIS DE 90 DIAS:" TO CVL-LABEL.
           MOVE WS-FAIXA(4) TO CVL-VALOR.
           PERFORM 0009-500-VALUE-LINE.
           MOVE "SALDO TOTAL DA CONTA:" TO CVL-LABEL.
           MOVE WS-SALDO TO CVL-VALOR.
           PERFORM 0009-500-VALUE-LINE.
           MOVE "PEDIMOS A GENTILEZA DE REGULARIZAR O PAGAMENTO EM"
               TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "QUALQUER DE NOSSAS LOJAS. NOVAS COMPRAS A PRAZO FICAM"
               TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SUJEITAS AO LIMITE DA CONTA. CASO O PAGAMENTO"
               TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "JA TENHA SIDO FEITO, FAVOR DESCONSIDERAR ESTE AVISO."
               TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ATENCIOSAMENTE," TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "FOLIO SOCIETY LTD. - CONTAS A RECEBER"
               TO WS-CARTA-RPT-LINE.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 2 LINES.

       0009-500-VALUE-LINE.
           MOVE CARTA-VALOR-LINE TO WS-CARTA-RPT-LINE.
           CALL "DECFMT" USING WS-CARTA-RPT-LINE, WS-CARTA-RPT-LEN.
           WRITE WS-CARTA-RPT-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CLIEXTR.
