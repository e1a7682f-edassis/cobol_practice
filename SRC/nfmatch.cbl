      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. SUPPLIER INVOICES WERE CHECKED
      *              AGAINST THE ORDER AND THE DELIVERY BY HAND, AND
      *              SHORT DELIVERIES GOT PAID IN FULL MORE THAN ONCE.
      *              THIS STEP READS THE SUPPLIER INVOICE LINES FROM
      *              NFTRANS.DAT (SHOP H/D/T ENVELOPE, HASH = SUM OF
      *              QUANTITY TIMES UNIT COST) AND MATCHES EACH LINE
      *              THREE WAYS: AGAINST PO-QTY-PEDIDA AND THE
      *              SUPPLIER ON POMF.DAT, AGAINST THE COPIES REALLY
      *              RECEIVED FOR THAT ORDER IN RCPTHIST.DAT (LESS
      *              WHAT WAS ALREADY APPROVED FOR IT), AND AGAINST
      *              PO-CUSTO-UNIT. THE PRICE AND QUANTITY TOLERANCES
      *              COME FROM NFMATCTL.DAT. A LINE THAT MATCHES IS
      *              WRITTEN TO THE PAYABLES FILE NFAPROV.DAT (KEY
      *              SUPPLIER, INVOICE, ORDER - SO THE SAME INVOICE
      *              CANNOT BE APPROVED TWICE) WITH TODAY AS ITS
      *              APPROVAL DATE, WHICH GLEXT TURNS INTO THE
      *              PAYABLES JOURNAL PAIR. PRICE VARIANCES, QUANTITY
      *              VARIANCES AND INVOICES FOR ORDERS NOT YET
      *              RECEIVED ARE LISTED AS EXCEPTIONS ON NFMATCH.RPT.
      *              THE ENVELOPE IS VERIFIED IN FULL BEFORE ANY LINE
      *              IS APPROVED; A BROKEN BATCH APPROVES NOTHING AND
      *              ENDS WITH RETURN-CODE 8. A CLEAN RUN REWRITES THE
      *              TRANSACTION FILE EMPTY SO IT CANNOT RUN TWICE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFMATCH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFTRANSFILE ASSIGN TO DYNAMIC WS-PTH-NFTRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

           SELECT POMASTERFILE ASSIGN TO DYNAMIC WS-PTH-POMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS WS-POMF-STATUS.

           SELECT RCPTHISTFILE ASSIGN TO DYNAMIC WS-PTH-RCPTHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHIST-STATUS.

           SELECT NFAPROVFILE ASSIGN TO DYNAMIC WS-PTH-NFAPROV-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-CHAVE
               FILE STATUS IS WS-APR-STATUS.

           SELECT NFMATCTLFILE ASSIGN TO DYNAMIC WS-PTH-NFMATCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCTL-STATUS.

           SELECT NFMATCHREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-NFMATCH-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NFTRANSFILE.
       01  NFT-RECORD.
           88 WS-EOF-NFTRANS       VALUE HIGH-VALUES.
           05 NFT-TYPE             PIC X(01).
              88 NFT-HEADER        VALUE "H".
              88 NFT-DETAIL        VALUE "D".
              88 NFT-TRAILER       VALUE "T".
           05 NFT-DATA             PIC X(40).
           05 NFT-HDR REDEFINES NFT-DATA.
              10 NFH-DATE          PIC 9(08).
              10 NFH-SOURCE        PIC X(08).
              10 FILLER            PIC X(24).
           05 NFT-DET REDEFINES NFT-DATA.
              10 NFT-NOTA          PIC X(09).
              10 NFT-FORNECEDOR    PIC X(05).
              10 NFT-PONUM         PIC X(06).
              10 NFT-QTY           PIC 9(05).
              10 NFT-CUSTO-UNIT    PIC 9(5)V99.
              10 NFT-DATA-EMISSAO  PIC 9(08).
           05 NFT-TRL REDEFINES NFT-DATA.
              10 NFT-COUNT         PIC 9(07).
              10 NFT-HASH          PIC 9(13)V99.
              10 FILLER            PIC X(18).

       FD  POMASTERFILE.
       01  PO-RECORD.
           05 PO-NUMERO            PIC 9(6).
           05 PO-BOOKNUM           PIC X(5).
           05 PO-QTY-PEDIDA        PIC 9(5).
           05 PO-QTY-RECEBIDA      PIC 9(5).
           05 PO-DATA-EMISSAO      PIC 9(8).
           05 PO-STATUS            PIC X(1).
              88 PO-ABERTA         VALUE "A".
              88 PO-PARCIAL        VALUE "P".
              88 PO-FECHADA        VALUE "F".
           05 PO-FORNECEDOR        PIC X(5).
           05 PO-CUSTO-UNIT        PIC 9(5)V99.

       FD  RCPTHISTFILE.
       01  RHIST-RECORD.
           88 WS-EOF-RCPTHIST      VALUE HIGH-VALUES.
           05 RHIST-BOOKNUM        PIC X(5).
           05 RHIST-QTY            PIC 9(5).
           05 RHIST-DATE           PIC 9(8).
           05 RHIST-PONUM          PIC X(6).
           05 RHIST-FILIAL         PIC X(3).
           05 RHIST-CUSTO-UNIT     PIC 9(5)V99.

       FD  NFAPROVFILE.
       01  APR-RECORD.
           05 APR-CHAVE.
              10 APR-FORNECEDOR    PIC X(05).
              10 APR-NOTA          PIC X(09).
              10 APR-PONUM         PIC X(06).
           05 APR-BOOKNUM          PIC X(05).
           05 APR-QTY              PIC 9(05).
           05 APR-CUSTO-UNIT       PIC 9(5)V99.
           05 APR-VALOR            PIC 9(10)V99.
           05 APR-DATA-EMISSAO     PIC 9(08).
           05 APR-DATA-APROV       PIC 9(08).
           05 APR-SITUACAO         PIC X(01).
              88 APR-A-PAGAR       VALUE "A".
              88 APR-PAGA          VALUE "P".

       FD  NFMATCTLFILE.
       01  NFMATCTL-RECORD.
           05 NFCTL-TOL-PRECO      PIC 99V99.
           05 NFCTL-TOL-QTD        PIC 9(03).

       FD  NFMATCHREPORTFILE.
       01  WS-NFM-RPT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-PTH-NFTRANS-DAT PIC X(44)
           VALUE "ASSETS/NFTRANS.DAT".
       77  WS-PTH-POMF-DAT PIC X(44)
           VALUE "ASSETS/POMF.DAT".
       77  WS-PTH-RCPTHIST-DAT PIC X(44)
           VALUE "ASSETS/RCPTHIST.DAT".
       77  WS-PTH-NFAPROV-DAT PIC X(44)
           VALUE "ASSETS/NFAPROV.DAT".
       77  WS-PTH-NFMATCTL-DAT PIC X(44)
           VALUE "ASSETS/NFMATCTL.DAT".
       77  WS-PTH-NFMATCH-RPT PIC X(44)
           VALUE "ASSETS/NFMATCH.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-NFM-RPT-LEN          PIC 9(03) VALUE 120.
       77  WS-TRN-STATUS           PIC X(02) VALUE SPACES.
           88 WS-TRN-STATUS-OK     VALUE "00".
           88 WS-TRN-NOT-FOUND     VALUE "35".
       77  WS-POMF-STATUS          PIC X(02) VALUE SPACES.
           88 WS-POMF-STATUS-OK    VALUE "00".
       77  WS-RHIST-STATUS         PIC X(02) VALUE SPACES.
           88 WS-RHIST-STATUS-OK   VALUE "00".
       77  WS-APR-STATUS           PIC X(02) VALUE SPACES.
           88 WS-APR-STATUS-OK     VALUE "00".
       77  WS-NCTL-STATUS          PIC X(02) VALUE SPACES.
           88 WS-NCTL-STATUS-OK    VALUE "00".

       77  WS-TRN-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-TRN-OPENED        VALUE "Y".
       77  WS-POMF-OPEN-SW         PIC X(01) VALUE "N".
           88 WS-POMF-OPENED       VALUE "Y".
       77  WS-APR-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-APR-OPENED        VALUE "Y".
       77  WS-EOF-APR-SW           PIC X(01) VALUE "N".
           88 WS-EOF-NFAPROV       VALUE "Y".
       77  WS-ENV-COUNT            PIC 9(07) VALUE ZEROS.
       77  WS-ENV-HASH             PIC 9(13)V9(2) VALUE ZEROS.
       77  WS-ENV-SW               PIC X(01) VALUE "N".
           88 WS-ENV-BROKEN        VALUE "Y".
       77  WS-TRAILER-SW           PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN      VALUE "Y".

       77  WS-TOL-PRECO            PIC 99V99 VALUE 2,00.
       77  WS-TOL-QTD              PIC 9(03) VALUE ZEROS.
       77  WS-LINE-VALOR           PIC 9(10)V9(2) VALUE ZEROS.
       77  WS-DIF-PRECO            PIC S9(5)V9(2) VALUE ZEROS.
       77  WS-LIMITE-PRECO         PIC 9(5)V9(2) VALUE ZEROS.
       77  WS-SALDO-RECEBIDO       PIC S9(7) VALUE ZEROS.
       77  WS-SALDO-PEDIDO         PIC S9(7) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(30) VALUE SPACES.
       77  WS-EXC-TIPO             PIC X(01) VALUE SPACES.
           88 WS-EXC-PRECO         VALUE "P".
           88 WS-EXC-QTD           VALUE "Q".
           88 WS-EXC-NAO-RECEBIDO  VALUE "R".
           88 WS-EXC-OUTRA         VALUE "O".

       77  WS-APROVADAS-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-APROVADO-VALOR       PIC 9(13)V9(2) VALUE ZEROS.
       77  WS-EXC-PRECO-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-EXC-QTD-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-EXC-NAOREC-COUNT     PIC 9(5) VALUE ZEROS.
       77  WS-EXC-OUTRA-COUNT      PIC 9(5) VALUE ZEROS.

       01  WS-NFPO-TABLE.
           05 WS-NFPO-ENTRY OCCURS 200 TIMES.
              10 WS-NFPO-NUM       PIC X(06).
              10 WS-NFPO-RECEBIDA  PIC 9(07).
              10 WS-NFPO-FATURADA  PIC 9(07).
       01  WS-NFPO-COUNT           PIC 9(03) VALUE ZEROS.
       01  NX                      PIC 9(03) VALUE ZEROS.
       77  WS-LOOK-PONUM           PIC X(06) VALUE SPACES.

       01  NFM-DETAIL-LINE.
           05 FILLER               PIC X(03) VALUE "NF ".
           05 NML-NOTA             PIC X(09).
           05 FILLER               PIC X(06) VALUE " FORN ".
           05 NML-FORNECEDOR       PIC X(05).
           05 FILLER               PIC X(05) VALUE " PED ".
           05 NML-PONUM            PIC X(06).
           05 FILLER               PIC X(05) VALUE " QTD ".
           05 NML-QTY              PIC ZZZZ9.
           05 FILLER               PIC X(07) VALUE " CUSTO ".
           05 NML-CUSTO            PIC ZZZZ9,99.
           05 FILLER               PIC X(05) VALUE " PED ".
           05 NML-CUSTO-PED        PIC ZZZZ9,99.
           05 FILLER               PIC X(05) VALUE " REC ".
           05 NML-RECEBIDA         PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NML-MOTIVO           PIC X(30).

       01  NFM-COUNT-LINE.
           05 NCL-LABEL            PIC X(30).
           05 NCL-COUNT            PIC ZZZZ9.

       01  NFM-VALOR-LINE.
           05 FILLER               PIC X(30)
              VALUE "VALOR APROVADO P/ PAGAMENTO:  ".
           05 NVL-VALOR            PIC Z(12)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-VERIFY-BATCH.
           IF WS-TRN-OPENED AND NOT WS-ENV-BROKEN
               PERFORM 0004-LOAD-RECEIVED
               PERFORM 0004-500-LOAD-APPROVED
               PERFORM 0005-MATCH-BATCH
           END-IF.
           PERFORM 0006-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "NFMATCH" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "NFMATCH" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           OPEN OUTPUT NFMATCHREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "CONFERENCIA DE NOTAS DE FORNECEDOR - PEDIDO X RECEBIDO"
               TO RPT-BH-TITLE.
           WRITE WS-NFM-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-NFM-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-NFM-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-300-LOAD-TOLERANCES.
           PERFORM 0002-400-OPEN-FILES.
           PERFORM 0002-600-OPEN-TRANS.

       0002-300-LOAD-TOLERANCES.
           OPEN INPUT NFMATCTLFILE.
           IF WS-NCTL-STATUS-OK
               READ NFMATCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE NFCTL-TOL-PRECO TO WS-TOL-PRECO
                       MOVE NFCTL-TOL-QTD TO WS-TOL-QTD
               END-READ
               CLOSE NFMATCTLFILE
           ELSE
               DISPLAY 'AVISO: NFMATCTL.DAT INDISPONIVEL - TOLERANCIA '
                   'PADRAO DE ' WS-TOL-PRECO '% NO PRECO E 0 NA QTD'
           END-IF.

       0002-400-OPEN-FILES.
           OPEN INPUT POMASTERFILE.
           IF WS-POMF-STATUS-OK
               SET WS-POMF-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR POMF.DAT - STATUS '
                   WS-POMF-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN I-O NFAPROVFILE.
           IF NOT WS-APR-STATUS-OK
               OPEN OUTPUT NFAPROVFILE
               CLOSE NFAPROVFILE
               OPEN I-O NFAPROVFILE
           END-IF.
           IF WS-APR-STATUS-OK
               SET WS-APR-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR NFAPROV.DAT - STATUS '
                   WS-APR-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.

       0002-600-OPEN-TRANS.
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'NOTAS DE FORNECEDOR NAO CONFERIDAS HOJE'
           ELSE
               OPEN INPUT NFTRANSFILE
               IF WS-TRN-NOT-FOUND
                   DISPLAY 'SEM NOTAS DE FORNECEDOR HOJE'
               ELSE
                   IF NOT WS-TRN-STATUS-OK
                       DISPLAY 'ERRO AO ABRIR NFTRANS - STATUS '
                           WS-TRN-STATUS
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       SET WS-TRN-OPENED TO TRUE
                   END-IF
               END-IF
           END-IF.

       0002-700-READ-TRANS.
           READ NFTRANSFILE
               AT END SET WS-EOF-NFTRANS TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * FIRST PASS - THE WHOLE ENVELOPE IS PROVED BEFORE ANY LINE IS   *
      * APPROVED, AND THE ORDERS INVOICED TONIGHT ARE NOTED SO ONLY    *
      * THEIR RECEIPTS AND APPROVALS NEED TO BE TOTALLED.              *
      *----------------------------------------------------------------*
       0003-VERIFY-BATCH.
           IF WS-TRN-OPENED
               PERFORM 0002-700-READ-TRANS
               IF WS-EOF-NFTRANS OR NOT NFT-HEADER
                   DISPLAY 'ERRO: NFTRANS SEM REGISTRO HEADER'
                   SET WS-ENV-BROKEN TO TRUE
               ELSE
                   DISPLAY 'LOTE DE ' NFH-SOURCE ' DE ' NFH-DATE
                   PERFORM 0002-700-READ-TRANS
                   PERFORM 0003-300-VERIFY-ONE
                       UNTIL WS-EOF-NFTRANS
                   IF NOT WS-TRAILER-SEEN
                       DISPLAY 'ERRO: NFTRANS SEM REGISTRO TRAILER'
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               END-IF
           END-IF.

       0003-300-VERIFY-ONE.
           IF NFT-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF NFT-COUNT NOT = WS-ENV-COUNT
                   DISPLAY 'ERRO: CONTAGEM DO TRAILER NAO CONFERE'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               IF NFT-HASH NOT = WS-ENV-HASH
                   DISPLAY 'ERRO: HASH DO TRAILER NAO CONFERE'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               SET WS-EOF-NFTRANS TO TRUE
           ELSE
               IF NFT-DETAIL
                   ADD 1 TO WS-ENV-COUNT
                   IF NFT-QTY IS NUMERIC
                      AND NFT-CUSTO-UNIT IS NUMERIC
                       COMPUTE WS-LINE-VALOR =
                           NFT-QTY * NFT-CUSTO-UNIT
                       ADD WS-LINE-VALOR TO WS-ENV-HASH
                       PERFORM 0003-500-NOTE-ORDER
                   ELSE
                       DISPLAY 'ERRO: QTD/CUSTO NAO NUMERICO NA NOTA '
                           NFT-NOTA
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'ERRO: TIPO DE REGISTRO INVALIDO - '
                       NFT-TYPE
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               PERFORM 0002-700-READ-TRANS
           END-IF.

       0003-500-NOTE-ORDER.
           MOVE NFT-PONUM TO WS-LOOK-PONUM.
           PERFORM 0003-600-FIND-ORDER.
           IF NX > WS-NFPO-COUNT
               IF WS-NFPO-COUNT < 200
                   ADD 1 TO WS-NFPO-COUNT
                   MOVE NFT-PONUM TO WS-NFPO-NUM(WS-NFPO-COUNT)
                   MOVE ZEROS TO WS-NFPO-RECEBIDA(WS-NFPO-COUNT)
                   MOVE ZEROS TO WS-NFPO-FATURADA(WS-NFPO-COUNT)
               ELSE
                   DISPLAY 'LIMITE DE 200 PEDIDOS POR LOTE EXCEDIDO'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
           END-IF.

       0003-600-FIND-ORDER.
           PERFORM 0003-700-SCAN-ORDER
               VARYING NX FROM 1 BY 1
               UNTIL NX > WS-NFPO-COUNT
                  OR WS-NFPO-NUM(NX) = WS-LOOK-PONUM.

       0003-700-SCAN-ORDER.
           CONTINUE.

       0004-LOAD-RECEIVED.
           OPEN INPUT RCPTHISTFILE.
           IF WS-RHIST-STATUS-OK
               READ RCPTHISTFILE
                   AT END SET WS-EOF-RCPTHIST TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-RCPTHIST
                   IF RHIST-PONUM NOT = SPACES
                       MOVE RHIST-PONUM TO WS-LOOK-PONUM
                       PERFORM 0003-600-FIND-ORDER
                       IF NX NOT > WS-NFPO-COUNT
                           ADD RHIST-QTY TO WS-NFPO-RECEBIDA(NX)
                       END-IF
                   END-IF
                   READ RCPTHISTFILE
                       AT END SET WS-EOF-RCPTHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RCPTHISTFILE
           ELSE
               DISPLAY 'AVISO: RCPTHIST.DAT INDISPONIVEL - NENHUM '
                   'PEDIDO CONSTA COMO RECEBIDO'
           END-IF.

       0004-500-LOAD-APPROVED.
           MOVE LOW-VALUES TO APR-CHAVE.
           START NFAPROVFILE KEY NOT < APR-CHAVE
               INVALID KEY SET WS-EOF-NFAPROV TO TRUE
           END-START.
           PERFORM 0004-600-READ-APPROVED.
           PERFORM UNTIL WS-EOF-NFAPROV
               MOVE APR-PONUM TO WS-LOOK-PONUM
               PERFORM 0003-600-FIND-ORDER
               IF NX NOT > WS-NFPO-COUNT
                   ADD APR-QTY TO WS-NFPO-FATURADA(NX)
               END-IF
               PERFORM 0004-600-READ-APPROVED
           END-PERFORM.

       0004-600-READ-APPROVED.
           IF NOT WS-EOF-NFAPROV
               READ NFAPROVFILE NEXT RECORD
                   AT END SET WS-EOF-NFAPROV TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * SECOND PASS - EACH INVOICE LINE IS MATCHED AGAINST THE ORDER,  *
      * THE RECEIPTS AND THE ORDER COST.                               *
      *----------------------------------------------------------------*
       0005-MATCH-BATCH.
           CLOSE NFTRANSFILE.
           OPEN INPUT NFTRANSFILE.
           MOVE "N" TO WS-TRAILER-SW.
           PERFORM 0002-700-READ-TRANS.
           PERFORM 0002-700-READ-TRANS.
           PERFORM 0005-200-MATCH-ONE
               UNTIL WS-EOF-NFTRANS OR NFT-TRAILER.

       0005-200-MATCH-ONE.
           PERFORM 0005-300-CHECK-LINE.
           MOVE NFT-NOTA TO NML-NOTA.
           MOVE NFT-FORNECEDOR TO NML-FORNECEDOR.
           MOVE NFT-PONUM TO NML-PONUM.
           MOVE NFT-QTY TO NML-QTY.
           MOVE NFT-CUSTO-UNIT TO NML-CUSTO.
           IF WS-MOTIVO = SPACES
               PERFORM 0005-700-APPROVE-LINE
           ELSE
               PERFORM 0005-800-NOTE-EXCEPTION
           END-IF.
           MOVE NFM-DETAIL-LINE TO WS-NFM-RPT-LINE.
           CALL "DECFMT" USING WS-NFM-RPT-LINE, WS-NFM-RPT-LEN.
           WRITE WS-NFM-RPT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-700-READ-TRANS.

       0005-300-CHECK-LINE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "O" TO WS-EXC-TIPO.
           MOVE ZEROS TO PO-CUSTO-UNIT.
           MOVE NFT-PONUM TO WS-LOOK-PONUM.
           PERFORM 0003-600-FIND-ORDER.
           MOVE WS-NFPO-RECEBIDA(NX) TO NML-RECEBIDA.
           IF NFT-PONUM IS NOT NUMERIC OR NFT-QTY = ZEROS
               MOVE "LINHA INVALIDA (PEDIDO/QTD)" TO WS-MOTIVO
           ELSE
               MOVE NFT-PONUM TO PO-NUMERO
               READ POMASTERFILE
                   INVALID KEY
                       MOVE "PEDIDO NAO ENCONTRADO EM POMF"
                           TO WS-MOTIVO
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
              AND PO-FORNECEDOR NOT = NFT-FORNECEDOR
               MOVE "FORNECEDOR DIFERE DO PEDIDO" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE NFT-FORNECEDOR TO APR-FORNECEDOR
               MOVE NFT-NOTA TO APR-NOTA
               MOVE NFT-PONUM TO APR-PONUM
               READ NFAPROVFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "NOTA JA APROVADA PARA O PEDIDO"
                           TO WS-MOTIVO
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 0005-400-CHECK-QUANTITY
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 0005-500-CHECK-PRICE
           END-IF.

       0005-400-CHECK-QUANTITY.
           COMPUTE WS-SALDO-RECEBIDO =
               WS-NFPO-RECEBIDA(NX) - WS-NFPO-FATURADA(NX)
               + WS-TOL-QTD.
           COMPUTE WS-SALDO-PEDIDO =
               PO-QTY-PEDIDA - WS-NFPO-FATURADA(NX) + WS-TOL-QTD.
           IF WS-NFPO-RECEBIDA(NX) = ZEROS
               MOVE "R" TO WS-EXC-TIPO
               MOVE "PEDIDO AINDA NAO RECEBIDO" TO WS-MOTIVO
           ELSE
               IF NFT-QTY > WS-SALDO-PEDIDO
                   MOVE "Q" TO WS-EXC-TIPO
                   MOVE "QTD FATURADA ACIMA DO PEDIDO" TO WS-MOTIVO
               ELSE
                   IF NFT-QTY > WS-SALDO-RECEBIDO
                       MOVE "Q" TO WS-EXC-TIPO
                       MOVE "QTD FATURADA ACIMA DO RECEBIDO"
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       0005-500-CHECK-PRICE.
           IF PO-CUSTO-UNIT = ZEROS
               MOVE "P" TO WS-EXC-TIPO
               MOVE "PEDIDO SEM CUSTO UNITARIO" TO WS-MOTIVO
           ELSE
               COMPUTE WS-DIF-PRECO = NFT-CUSTO-UNIT - PO-CUSTO-UNIT
               IF WS-DIF-PRECO < ZEROS
                   COMPUTE WS-DIF-PRECO = ZERO - WS-DIF-PRECO
               END-IF
               COMPUTE WS-LIMITE-PRECO ROUNDED =
                   PO-CUSTO-UNIT * WS-TOL-PRECO / 100
               IF WS-DIF-PRECO > WS-LIMITE-PRECO
                   MOVE "P" TO WS-EXC-TIPO
                   MOVE "PRECO DIVERGE DO PEDIDO" TO WS-MOTIVO
               END-IF
           END-IF.

       0005-700-APPROVE-LINE.
           MOVE PO-CUSTO-UNIT TO NML-CUSTO-PED.
           COMPUTE WS-LINE-VALOR = NFT-QTY * NFT-CUSTO-UNIT.
           MOVE NFT-FORNECEDOR TO APR-FORNECEDOR.
           MOVE NFT-NOTA TO APR-NOTA.
           MOVE NFT-PONUM TO APR-PONUM.
           MOVE PO-BOOKNUM TO APR-BOOKNUM.
           MOVE NFT-QTY TO APR-QTY.
           MOVE NFT-CUSTO-UNIT TO APR-CUSTO-UNIT.
           MOVE WS-LINE-VALOR TO APR-VALOR.
           MOVE NFT-DATA-EMISSAO TO APR-DATA-EMISSAO.
           MOVE WS-RUN-DATE-NUM TO APR-DATA-APROV.
           SET APR-A-PAGAR TO TRUE.
           WRITE APR-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR NFAPROV ' APR-CHAVE
                       ' - STATUS ' WS-APR-STATUS
                   MOVE 1 TO RETURN-CODE
                   MOVE "ERRO AO GRAVAR NFAPROV" TO NML-MOTIVO
               NOT INVALID KEY
                   ADD NFT-QTY TO WS-NFPO-FATURADA(NX)
                   ADD 1 TO WS-APROVADAS-COUNT
                   ADD WS-LINE-VALOR TO WS-APROVADO-VALOR
                   MOVE "APROVADA PARA PAGAMENTO" TO NML-MOTIVO
           END-WRITE.

       0005-800-NOTE-EXCEPTION.
           MOVE PO-CUSTO-UNIT TO NML-CUSTO-PED.
           MOVE WS-MOTIVO TO NML-MOTIVO.
           EVALUATE TRUE
               WHEN WS-EXC-PRECO
                   ADD 1 TO WS-EXC-PRECO-COUNT
               WHEN WS-EXC-QTD
                   ADD 1 TO WS-EXC-QTD-COUNT
               WHEN WS-EXC-NAO-RECEBIDO
                   ADD 1 TO WS-EXC-NAOREC-COUNT
               WHEN OTHER
                   ADD 1 TO WS-EXC-OUTRA-COUNT
           END-EVALUATE.

       0006-FINALIZE.
           IF WS-ENV-BROKEN
               DISPLAY 'LOTE COM ENVELOPE INVALIDO - NADA APROVADO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "NOTAS APROVADAS P/ PAGAMENTO: " TO NCL-LABEL.
           MOVE WS-APROVADAS-COUNT TO NCL-COUNT.
           WRITE WS-NFM-RPT-LINE FROM NFM-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-APROVADO-VALOR TO NVL-VALOR.
           MOVE NFM-VALOR-LINE TO WS-NFM-RPT-LINE.
           CALL "DECFMT" USING WS-NFM-RPT-LINE, WS-NFM-RPT-LEN.
           WRITE WS-NFM-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DIVERGENCIAS DE PRECO:        " TO NCL-LABEL.
           MOVE WS-EXC-PRECO-COUNT TO NCL-COUNT.
           WRITE WS-NFM-RPT-LINE FROM NFM-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DIVERGENCIAS DE QUANTIDADE:   " TO NCL-LABEL.
           MOVE WS-EXC-QTD-COUNT TO NCL-COUNT.
           WRITE WS-NFM-RPT-LINE FROM NFM-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PEDIDOS AINDA NAO RECEBIDOS:  " TO NCL-LABEL.
           MOVE WS-EXC-NAOREC-COUNT TO NCL-COUNT.
           WRITE WS-NFM-RPT-LINE FROM NFM-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "OUTRAS EXCECOES:              " TO NCL-LABEL.
           MOVE WS-EXC-OUTRA-COUNT TO NCL-COUNT.
           WRITE WS-NFM-RPT-LINE FROM NFM-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-NFM-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE NFMATCHREPORTFILE.
           IF WS-POMF-OPENED
               CLOSE POMASTERFILE
           END-IF.
           IF WS-APR-OPENED
               CLOSE NFAPROVFILE
           END-IF.
           IF WS-TRN-OPENED
               CLOSE NFTRANSFILE
               IF RETURN-CODE = ZERO
                   OPEN OUTPUT NFTRANSFILE
                   CLOSE NFTRANSFILE
               END-IF
           END-IF.
           DISPLAY 'CONFERENCIA DE NOTAS DE FORNECEDOR CONCLUIDA'.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-NFTRANS-DAT.
           CALL "DATADIR" USING WS-PTH-POMF-DAT.
           CALL "DATADIR" USING WS-PTH-RCPTHIST-DAT.
           CALL "DATADIR" USING WS-PTH-NFAPROV-DAT.
           CALL "DATADIR" USING WS-PTH-NFMATCTL-DAT.
           CALL "DATADIR" USING WS-PTH-NFMATCH-RPT.

       END PROGRAM NFMATCH.
