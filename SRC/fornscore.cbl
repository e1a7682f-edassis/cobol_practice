      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. MONTHLY SUPPLIER DELIVERY
      *              SCORECARD FOR THE PRINTER NEGOTIATIONS. EVERY
      *              RECEIPT OF THE TARGET MONTH IN RCPTHIST.DAT IS
      *              MATCHED TO ITS PURCHASE ORDER IN POMF.DAT; THE
      *              ACTUAL LEAD TIME IS THE RECEIPT DATE LESS
      *              PO-DATA-EMISSAO. SORTED BY SUPPLIER AND ORDER,
      *              FORNSCORE.RPT SHOWS PER SUPPLIER THE RECEIPTS
      *              AND ORDERS SEEN, AVERAGE AND WORST LEAD TIME,
      *              RECEIPTS LATER THAN THE USUAL LEAD TIME ON
      *              FORNECMF.DAT, THE PERCENT OF THOSE ORDERS NOW
      *              RECEIVED COMPLETE AND THE OVER-RECEIPTS (ORDERS
      *              AND EXCESS COPIES). THE TARGET MONTH IS THE
      *              AAAAMM RUN ARGUMENT, DEFAULTING TO THE MONTH
      *              BEFORE THE RUN DATE. RECEIPTS WITH NO ORDER OR AN
      *              ORDER NOT ON POMF ARE COUNTED APART.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNSCORE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTHISTFILE ASSIGN TO DYNAMIC WS-PTH-RCPTHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHIST-STATUS.

           SELECT POMASTERFILE ASSIGN TO DYNAMIC WS-PTH-POMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS WS-POMF-STATUS.

           SELECT FORNECMFFILE ASSIGN TO DYNAMIC WS-PTH-FORNECMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORN-STATUS.

           SELECT SCORESORTFILE ASSIGN TO DYNAMIC WS-PTH-FORNSCORE-SRT.

           SELECT SCOREREPORTFILE ASSIGN TO DYNAMIC WS-PTH-FORNSCORE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RCPTHISTFILE.
       01  RHIST-RECORD.
           88 ENDOFRCPTHIST      VALUE HIGH-VALUES.
           05 RHIST-BOOKNUM      PIC X(5).
           05 RHIST-QTY          PIC 9(5).
           05 RHIST-DATE         PIC 9(8).
           05 RHIST-PONUM        PIC X(6).
           05 RHIST-FILIAL       PIC X(3).
           05 RHIST-CUSTO-UNIT   PIC 9(5)V99.

       FD  POMASTERFILE.
       01  PO-RECORD.
           05 PO-NUMERO          PIC 9(6).
           05 PO-BOOKNUM         PIC X(5).
           05 PO-QTY-PEDIDA      PIC 9(5).
           05 PO-QTY-RECEBIDA    PIC 9(5).
           05 PO-DATA-EMISSAO    PIC 9(8).
           05 PO-STATUS          PIC X(1).
              88 PO-ABERTA       VALUE "A".
              88 PO-PARCIAL      VALUE "P".
              88 PO-FECHADA      VALUE "F".
           05 PO-FORNECEDOR      PIC X(5).
           05 PO-CUSTO-UNIT      PIC 9(5)V99.

       FD  FORNECMFFILE.
       01  FORN-RECORD.
           88 ENDOFFORNECMF      VALUE HIGH-VALUES.
           02 FORN-CODIGO        PIC X(5).
           02 FORN-NOME          PIC X(30).
           02 FORN-CONTATO       PIC X(25).
           02 FORN-PRAZO-X       PIC X(3).

       SD  SCORESORTFILE.
       01  SSF-SORTREC.
           88 ENDOFSCORESORT     VALUE HIGH-VALUES.
           02 SSF-FORNECEDOR     PIC X(5).
           02 SSF-PONUM          PIC 9(6).
           02 SSF-DIAS           PIC 9(5).
           02 SSF-QTY            PIC 9(5).
           02 SSF-PEDIDA         PIC 9(5).
           02 SSF-RECEBIDA       PIC 9(5).

       FD  SCOREREPORTFILE.
       01  WS-SCORE-RPT-LINE     PIC X(110).

       WORKING-STORAGE SECTION.
       77  WS-PTH-RCPTHIST-DAT PIC X(44)
           VALUE "ASSETS/RCPTHIST.DAT".
       77  WS-PTH-POMF-DAT PIC X(44)
           VALUE "ASSETS/POMF.DAT".
       77  WS-PTH-FORNECMF-DAT PIC X(44)
           VALUE "ASSETS/FORNECMF.DAT".
       77  WS-PTH-FORNSCORE-SRT PIC X(44)
           VALUE "ASSETS/FORNSCORE.SRT".
       77  WS-PTH-FORNSCORE-RPT PIC X(44)
           VALUE "ASSETS/FORNSCORE.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-RHIST-STATUS       PIC X(02) VALUE SPACES.
           88 WS-RHIST-STATUS-OK VALUE "00".
       77  WS-POMF-STATUS        PIC X(02) VALUE SPACES.
           88 WS-POMF-STATUS-OK  VALUE "00".
       77  WS-FORN-STATUS        PIC X(02) VALUE SPACES.
           88 WS-FORN-STATUS-OK  VALUE "00".
       77  WS-POMF-OPEN-SW       PIC X(01) VALUE "N".
           88 WS-POMF-OPENED     VALUE "Y".

       77  WS-TARGET-YYYYMM      PIC 9(6) VALUE ZEROS.
       77  WS-MES-PARM           PIC X(6) VALUE SPACES.
       77  WS-ABS-MESES          PIC 9(7) VALUE ZEROS.
       77  WS-TGT-ANO            PIC 9(5) VALUE ZEROS.
       77  WS-TGT-MES            PIC 9(2) VALUE ZEROS.
       77  WS-RHIST-ANOMES       PIC 9(6) VALUE ZEROS.

       77  WS-RCPT-SERIAL        PIC 9(7) VALUE ZEROS.
       77  WS-PO-SERIAL          PIC 9(7) VALUE ZEROS.
       77  WS-SERIAL-WORK        PIC 9(7) VALUE ZEROS.
       77  WS-SER-AUX            PIC 9(7) VALUE ZEROS.
       77  WS-DIAS-WORK          PIC S9(7) VALUE ZEROS.

       77  WS-SEM-PEDIDO-COUNT   PIC 9(5) VALUE ZEROS.
       77  WS-FORN-PRINTED       PIC 9(5) VALUE ZEROS.
       77  WS-FIRST-GROUP-SW     PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP     VALUE "Y".
       77  WS-PREV-FORNECEDOR    PIC X(5) VALUE SPACES.
       77  WS-PREV-PONUM         PIC 9(6) VALUE ZEROS.
       77  WS-PREV-PEDIDA        PIC 9(5) VALUE ZEROS.
       77  WS-PREV-RECEBIDA      PIC 9(5) VALUE ZEROS.
       77  WS-FORN-PRAZO         PIC 9(3) VALUE ZEROS.

       01  WS-SUPPLIER-ACCUM.
           05 WS-SA-RECEBTOS     PIC 9(5).
           05 WS-SA-PEDIDOS      PIC 9(5).
           05 WS-SA-SOMA-DIAS    PIC 9(9).
           05 WS-SA-PIOR-DIAS    PIC 9(5).
           05 WS-SA-ATRASOS      PIC 9(5).
           05 WS-SA-COMPLETOS    PIC 9(5).
           05 WS-SA-EXCESSO-PED  PIC 9(5).
           05 WS-SA-EXCESSO-COP  PIC 9(7).

       01  WS-TOTAL-ACCUM.
           05 WS-TA-RECEBTOS     PIC 9(7) VALUE ZEROS.
           05 WS-TA-PEDIDOS      PIC 9(7) VALUE ZEROS.
           05 WS-TA-SOMA-DIAS    PIC 9(11) VALUE ZEROS.
           05 WS-TA-PIOR-DIAS    PIC 9(5) VALUE ZEROS.
           05 WS-TA-ATRASOS      PIC 9(7) VALUE ZEROS.
           05 WS-TA-COMPLETOS    PIC 9(7) VALUE ZEROS.
           05 WS-TA-EXCESSO-PED  PIC 9(7) VALUE ZEROS.
           05 WS-TA-EXCESSO-COP  PIC 9(7) VALUE ZEROS.

       77  WS-MEDIA-DIAS         PIC 9(5)V9 VALUE ZEROS.
       77  WS-PCT-COMPLETOS      PIC 9(3)V9 VALUE ZEROS.

       01  WS-SERIAL-DATE-X.
           05 WS-SDX-ANO         PIC 9(4).
           05 WS-SDX-MES         PIC 9(2).
           05 WS-SDX-DIA         PIC 9(2).

       01  WS-CUMDAYS-TABLE.
           05 FILLER             PIC X(36)
              VALUE "000031059090120151181212243273304334".
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-TABLE.
           05 WS-CUMDAYS-MES     PIC 9(3) OCCURS 12 TIMES.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO         PIC 9(4).
           05 WS-RUN-MES         PIC 9(2).
           05 WS-RUN-DIA         PIC 9(2).

       01  WS-FORN-TABLE.
           05 WS-FORN-ENTRY OCCURS 100 TIMES.
              10 WS-FT-CODIGO    PIC X(5).
              10 WS-FT-NOME      PIC X(30).
              10 WS-FT-PRAZO     PIC 9(3).
       01  WS-FORN-COUNT         PIC 9(3) VALUE ZEROS.
       01  FX                    PIC 9(3).

       01  SCORE-MONTH-LINE.
           05 FILLER             PIC X(21)
              VALUE "MES DE REFERENCIA:   ".
           05 SML-YYYYMM         PIC 9(6).

       01  SCORE-HEADING-1.
           05 FILLER             PIC X(37) VALUE "FORNECEDOR".
           05 FILLER             PIC X(06) VALUE "PRAZO".
           05 FILLER             PIC X(07) VALUE "RECEB.".
           05 FILLER             PIC X(07) VALUE "PEDID.".
           05 FILLER             PIC X(08) VALUE "MEDIA".
           05 FILLER             PIC X(06) VALUE "PIOR".
           05 FILLER             PIC X(08) VALUE "ATRASOS".
           05 FILLER             PIC X(09) VALUE "COMPLETOS".
           05 FILLER             PIC X(17) VALUE "EXCESSO PED/COP".

       01  SCORE-DETAIL-LINE.
           05 SDL-CODIGO         PIC X(5).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SDL-NOME           PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 SDL-PRAZO          PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 SDL-RECEBTOS       PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 SDL-PEDIDOS        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 SDL-MEDIA          PIC ZZZ9,9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 SDL-PIOR           PIC ZZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 SDL-ATRASOS        PIC ZZZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 SDL-PCT            PIC ZZ9,9.
           05 FILLER             PIC X(01) VALUE "%".
           05 FILLER             PIC X(03) VALUE SPACES.
           05 SDL-EXC-PED        PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE "/".
           05 SDL-EXC-COP        PIC ZZZZZZ9.

       01  SCORE-FORN-COUNT-LINE.
           05 FILLER             PIC X(30)
              VALUE "FORNECEDORES AVALIADOS:       ".
           05 SFC-COUNT          PIC ZZZZ9.

       01  SCORE-SEMPED-LINE.
           05 FILLER             PIC X(30)
              VALUE "RECEBIMENTOS SEM PEDIDO:      ".
           05 SSP-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT SCORESORTFILE ON ASCENDING KEY SSF-FORNECEDOR
                                              SSF-PONUM
               INPUT PROCEDURE IS 0003-SELECT-RECEIPTS
               OUTPUT PROCEDURE IS 0004-SCORECARD.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "FORNSCORE" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "FORNSCORE" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           PERFORM 0002-300-GET-TARGET-MONTH.
           OPEN OUTPUT SCOREREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "AVALIACAO MENSAL DE ENTREGAS POR FORNECEDOR"
               TO RPT-BH-TITLE.
           WRITE WS-SCORE-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-SCORE-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-SCORE-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TARGET-YYYYMM TO SML-YYYYMM.
           WRITE WS-SCORE-RPT-LINE FROM SCORE-MONTH-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-SCORE-RPT-LINE FROM SCORE-HEADING-1
               AFTER ADVANCING 2 LINES.
           PERFORM 0002-600-LOAD-FORNECEDORES.
           OPEN INPUT POMASTERFILE.
           IF WS-POMF-STATUS-OK
               SET WS-POMF-OPENED TO TRUE
           ELSE
               DISPLAY 'SEM POMF.DAT - NENHUM PEDIDO PARA CASAR'
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

       0002-600-LOAD-FORNECEDORES.
           OPEN INPUT FORNECMFFILE.
           IF WS-FORN-STATUS-OK
               READ FORNECMFFILE
                   AT END SET ENDOFFORNECMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFORNECMF
                   IF WS-FORN-COUNT < 100
                       ADD 1 TO WS-FORN-COUNT
                       MOVE FORN-CODIGO TO WS-FT-CODIGO(WS-FORN-COUNT)
                       MOVE FORN-NOME TO WS-FT-NOME(WS-FORN-COUNT)
                       IF FORN-PRAZO-X IS NUMERIC
                           MOVE FORN-PRAZO-X
                               TO WS-FT-PRAZO(WS-FORN-COUNT)
                       ELSE
                           MOVE ZEROS TO WS-FT-PRAZO(WS-FORN-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'LIMITE DE 100 FORNECEDORES NO MASTER'
                   END-IF
                   READ FORNECMFFILE
                       AT END SET ENDOFFORNECMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FORNECMFFILE
           ELSE
               DISPLAY 'AVISO: FORNECMF.DAT INDISPONIVEL - STATUS '
                   WS-FORN-STATUS
           END-IF.

       0003-SELECT-RECEIPTS.
           OPEN INPUT RCPTHISTFILE.
           IF WS-RHIST-STATUS-OK
               READ RCPTHISTFILE
                   AT END SET ENDOFRCPTHIST TO TRUE
               END-READ
               PERFORM UNTIL ENDOFRCPTHIST
                   COMPUTE WS-RHIST-ANOMES = RHIST-DATE / 100
                   IF WS-RHIST-ANOMES = WS-TARGET-YYYYMM
                       PERFORM 0003-500-RELEASE-RECEIPT
                   END-IF
                   READ RCPTHISTFILE
                       AT END SET ENDOFRCPTHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RCPTHISTFILE
           ELSE
               DISPLAY 'SEM RCPTHIST.DAT - NADA A AVALIAR'
           END-IF.

       0003-500-RELEASE-RECEIPT.
           IF NOT WS-POMF-OPENED
              OR RHIST-PONUM IS NOT NUMERIC
               ADD 1 TO WS-SEM-PEDIDO-COUNT
           ELSE
               MOVE RHIST-PONUM TO PO-NUMERO
               READ POMASTERFILE
                   INVALID KEY
                       ADD 1 TO WS-SEM-PEDIDO-COUNT
                   NOT INVALID KEY
                       PERFORM 0003-600-BUILD-SORTREC
               END-READ
           END-IF.

       0003-600-BUILD-SORTREC.
           MOVE RHIST-DATE TO WS-SERIAL-DATE-X.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-RCPT-SERIAL.
           MOVE PO-DATA-EMISSAO TO WS-SERIAL-DATE-X.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-PO-SERIAL.
           COMPUTE WS-DIAS-WORK = WS-RCPT-SERIAL - WS-PO-SERIAL.
           IF WS-DIAS-WORK < ZEROS
               MOVE ZEROS TO WS-DIAS-WORK
           END-IF.
           MOVE PO-FORNECEDOR TO SSF-FORNECEDOR.
           MOVE PO-NUMERO TO SSF-PONUM.
           MOVE WS-DIAS-WORK TO SSF-DIAS.
           MOVE RHIST-QTY TO SSF-QTY.
           MOVE PO-QTY-PEDIDA TO SSF-PEDIDA.
           MOVE PO-QTY-RECEBIDA TO SSF-RECEBIDA.
           RELEASE SSF-SORTREC.

       0004-SCORECARD.
           RETURN SCORESORTFILE
               AT END SET ENDOFSCORESORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFSCORESORT
               IF WS-FIRST-GROUP
                  OR SSF-FORNECEDOR NOT = WS-PREV-FORNECEDOR
                   PERFORM 0004-300-CLOSE-SUPPLIER
                   PERFORM 0004-400-OPEN-SUPPLIER
               ELSE
                   IF SSF-PONUM NOT = WS-PREV-PONUM
                       PERFORM 0004-500-CLOSE-ORDER
                       PERFORM 0004-550-OPEN-ORDER
                   END-IF
               END-IF
               ADD 1 TO WS-SA-RECEBTOS
               ADD SSF-DIAS TO WS-SA-SOMA-DIAS
               IF SSF-DIAS > WS-SA-PIOR-DIAS
                   MOVE SSF-DIAS TO WS-SA-PIOR-DIAS
               END-IF
               IF WS-FORN-PRAZO > ZEROS
                  AND SSF-DIAS > WS-FORN-PRAZO
                   ADD 1 TO WS-SA-ATRASOS
               END-IF
               RETURN SCORESORTFILE
                   AT END SET ENDOFSCORESORT TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM 0004-300-CLOSE-SUPPLIER.

       0004-300-CLOSE-SUPPLIER.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-500-CLOSE-ORDER
               MOVE WS-PREV-FORNECEDOR TO SDL-CODIGO
               MOVE WS-FORN-PRAZO TO SDL-PRAZO
               MOVE WS-SA-RECEBTOS TO SDL-RECEBTOS
               MOVE WS-SA-PEDIDOS TO SDL-PEDIDOS
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-SA-SOMA-DIAS / WS-SA-RECEBTOS
               MOVE WS-MEDIA-DIAS TO SDL-MEDIA
               MOVE WS-SA-PIOR-DIAS TO SDL-PIOR
               MOVE WS-SA-ATRASOS TO SDL-ATRASOS
               COMPUTE WS-PCT-COMPLETOS ROUNDED =
                   (WS-SA-COMPLETOS * 100) / WS-SA-PEDIDOS
               MOVE WS-PCT-COMPLETOS TO SDL-PCT
               MOVE WS-SA-EXCESSO-PED TO SDL-EXC-PED
               MOVE WS-SA-EXCESSO-COP TO SDL-EXC-COP
               WRITE WS-SCORE-RPT-LINE FROM SCORE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-FORN-PRINTED
               ADD WS-SA-RECEBTOS TO WS-TA-RECEBTOS
               ADD WS-SA-PEDIDOS TO WS-TA-PEDIDOS
               ADD WS-SA-SOMA-DIAS TO WS-TA-SOMA-DIAS
               IF WS-SA-PIOR-DIAS > WS-TA-PIOR-DIAS
                   MOVE WS-SA-PIOR-DIAS TO WS-TA-PIOR-DIAS
               END-IF
               ADD WS-SA-ATRASOS TO WS-TA-ATRASOS
               ADD WS-SA-COMPLETOS TO WS-TA-COMPLETOS
               ADD WS-SA-EXCESSO-PED TO WS-TA-EXCESSO-PED
               ADD WS-SA-EXCESSO-COP TO WS-TA-EXCESSO-COP
           END-IF.

       0004-400-OPEN-SUPPLIER.
           MOVE "N" TO WS-FIRST-GROUP-SW.
           MOVE SSF-FORNECEDOR TO WS-PREV-FORNECEDOR.
           INITIALIZE WS-SUPPLIER-ACCUM.
           MOVE ZEROS TO WS-FORN-PRAZO.
           IF SSF-FORNECEDOR = SPACES
               MOVE "PEDIDOS SEM FORNECEDOR" TO SDL-NOME
           ELSE
               PERFORM 0004-450-SCAN-FORNECEDOR
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > WS-FORN-COUNT
                      OR WS-FT-CODIGO(FX) = SSF-FORNECEDOR
               IF FX > WS-FORN-COUNT
                   MOVE "FORNECEDOR NAO CADASTRADO" TO SDL-NOME
               ELSE
                   MOVE WS-FT-NOME(FX) TO SDL-NOME
                   MOVE WS-FT-PRAZO(FX) TO WS-FORN-PRAZO
               END-IF
           END-IF.
           PERFORM 0004-550-OPEN-ORDER.

       0004-450-SCAN-FORNECEDOR.
           CONTINUE.

       0004-500-CLOSE-ORDER.
           ADD 1 TO WS-SA-PEDIDOS.
           IF WS-PREV-RECEBIDA NOT < WS-PREV-PEDIDA
               ADD 1 TO WS-SA-COMPLETOS
           END-IF.
           IF WS-PREV-RECEBIDA > WS-PREV-PEDIDA
               ADD 1 TO WS-SA-EXCESSO-PED
               COMPUTE WS-SA-EXCESSO-COP = WS-SA-EXCESSO-COP
                   + WS-PREV-RECEBIDA - WS-PREV-PEDIDA
           END-IF.

       0004-550-OPEN-ORDER.
           MOVE SSF-PONUM TO WS-PREV-PONUM.
           MOVE SSF-PEDIDA TO WS-PREV-PEDIDA.
           MOVE SSF-RECEBIDA TO WS-PREV-RECEBIDA.

       0005-FINALIZE.
           IF WS-FORN-PRINTED > ZEROS
               MOVE SPACES TO SDL-CODIGO
               MOVE "TOTAL GERAL" TO SDL-NOME
               MOVE ZEROS TO SDL-PRAZO
               MOVE WS-TA-RECEBTOS TO SDL-RECEBTOS
               MOVE WS-TA-PEDIDOS TO SDL-PEDIDOS
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-TA-SOMA-DIAS / WS-TA-RECEBTOS
               MOVE WS-MEDIA-DIAS TO SDL-MEDIA
               MOVE WS-TA-PIOR-DIAS TO SDL-PIOR
               MOVE WS-TA-ATRASOS TO SDL-ATRASOS
               COMPUTE WS-PCT-COMPLETOS ROUNDED =
                   (WS-TA-COMPLETOS * 100) / WS-TA-PEDIDOS
               MOVE WS-PCT-COMPLETOS TO SDL-PCT
               MOVE WS-TA-EXCESSO-PED TO SDL-EXC-PED
               MOVE WS-TA-EXCESSO-COP TO SDL-EXC-COP
               WRITE WS-SCORE-RPT-LINE FROM SCORE-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-FORN-PRINTED TO SFC-COUNT.
           WRITE WS-SCORE-RPT-LINE FROM SCORE-FORN-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-SEM-PEDIDO-COUNT TO SSP-COUNT.
           WRITE WS-SCORE-RPT-LINE FROM SCORE-SEMPED-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-SCORE-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE SCOREREPORTFILE.
           IF WS-POMF-OPENED
               CLOSE POMASTERFILE
           END-IF.
           DISPLAY 'AVALIACAO DE FORNECEDORES CONCLUIDA'.

       0008-DATE-TO-SERIAL.
           COMPUTE WS-SERIAL-WORK = WS-SDX-ANO * 365.
           COMPUTE WS-SER-AUX = WS-SDX-ANO / 4.
           ADD WS-SER-AUX TO WS-SERIAL-WORK.
           ADD WS-CUMDAYS-MES(WS-SDX-MES) TO WS-SERIAL-WORK.
           ADD WS-SDX-DIA TO WS-SERIAL-WORK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-RCPTHIST-DAT.
           CALL "DATADIR" USING WS-PTH-POMF-DAT.
           CALL "DATADIR" USING WS-PTH-FORNECMF-DAT.
           CALL "DATADIR" USING WS-PTH-FORNSCORE-SRT.
           CALL "DATADIR" USING WS-PTH-FORNSCORE-RPT.

       END PROGRAM FORNSCORE.
