      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE BIGGER PRINTERS SEND ADVANCE
      *              SHIP NOTICES, BUT EVERY BOX THAT ARRIVED WAS STILL
      *              KEYED LINE BY LINE ON THE MENU'S OPTION E. THIS
      *              STEP LOOKS FOR ONE ASN FILE PER SUPPLIER ON
      *              FORNECMF.DAT (ASN-<SUPPLIER>.DAT, SHOP H/D/T
      *              ENVELOPE, HASH = SUM OF THE QUANTITIES SHIPPED)
      *              AND CHECKS EVERY LINE (ORDER, BOOK, QUANTITY
      *              SHIPPED, EXPECTED DATE) AGAINST POMF.DAT AND THE
      *              BOOK MASTER. A GOOD LINE IS STAGED ON ASNPEND.DAT
      *              AS A PENDING RECEIPT, WHICH THE RECEIVING CLERK
      *              CONFIRMS OR ADJUSTS ON OPTION E WHEN THE BOXES
      *              ARRIVE; ONLY THEN DOES IT BECOME A STOCKRCPT LINE
      *              FOR INVRCPT TO POST. LINES NAMING AN UNKNOWN
      *              ORDER OR BOOK, OR SHIPPING MORE THAN THE ORDER
      *              BALANCE (ORDERED, LESS RECEIVED, LESS WHAT IS
      *              ALREADY PENDING) ARE LISTED FOR THE BUYER ON
      *              ASNIN.RPT AND NOT STAGED. A FILE WITH A BROKEN
      *              ENVELOPE IS REFUSED WHOLE AND LEFT IN PLACE (THE
      *              OTHER SUPPLIERS STILL RUN, RETURN-CODE 8); A
      *              FILE TAKEN IN IS REWRITTEN EMPTY.
      * 15/10/2026 - THE DETAIL LINE NOW FITS THE 100-COLUMN REPORT, SO
      *              THE EXCEPTION REASON IS PRINTED IN FULL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASNFILE ASSIGN TO DYNAMIC WS-ASN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASN-STATUS.

           SELECT FORNECMFFILE ASSIGN TO DYNAMIC WS-PTH-FORNECMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORN-STATUS.

           SELECT POMASTERFILE ASSIGN TO DYNAMIC WS-PTH-POMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS WS-POMF-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT ASNPENDFILE ASSIGN TO DYNAMIC WS-PTH-ASNPEND-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASNP-CHAVE
               FILE STATUS IS WS-ASNP-STATUS.

           SELECT ASNINREPORTFILE ASSIGN TO DYNAMIC WS-PTH-ASNIN-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ASNFILE.
       01  ASN-RECORD.
           88 WS-EOF-ASN           VALUE HIGH-VALUES.
           05 ASN-TYPE             PIC X(01).
              88 ASN-HEADER        VALUE "H".
              88 ASN-DETAIL        VALUE "D".
              88 ASN-TRAILER       VALUE "T".
           05 ASN-DATA             PIC X(30).
           05 ASN-HDR REDEFINES ASN-DATA.
              10 ASNH-DATE         PIC 9(08).
              10 ASNH-FORNECEDOR   PIC X(05).
              10 FILLER            PIC X(17).
           05 ASN-DET REDEFINES ASN-DATA.
              10 ASN-PONUM         PIC X(06).
              10 ASN-BOOKNUM       PIC X(05).
              10 ASN-QTY           PIC 9(05).
              10 ASN-DATA-PREVISTA PIC 9(08).
              10 FILLER            PIC X(06).
           05 ASN-TRL REDEFINES ASN-DATA.
              10 ASNT-COUNT        PIC 9(07).
              10 ASNT-HASH         PIC 9(13)V99.
              10 FILLER            PIC X(08).

       FD  FORNECMFFILE.
       01  FORN-RECORD.
           88 ENDOFFORNECMF        VALUE HIGH-VALUES.
           02 FORN-CODIGO          PIC X(5).
           02 FORN-NOME            PIC X(30).
           02 FORN-CONTATO         PIC X(25).
           02 FORN-PRAZO-X         PIC X(3).

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

       FD  BOOKMASTERFILE.
       01  BMF-RECORD.
           02 BMF-BOOKNUM          PIC X(5).
           02 BMF-BOOKTITLE        PIC X(25).
           02 BMF-AUTHORNAME       PIC X(25).
           02 BMF-PRICE            PIC 9(5)V99.
           02 BMF-AUTHORID         PIC 9(5).
           02 BMF-SITUACAO         PIC X(1).
           02 BMF-FORNECEDOR       PIC X(5).
           02 BMF-CATEGORIA        PIC X(3).

       FD  ASNPENDFILE.
       01  ASNP-RECORD.
           05 ASNP-CHAVE.
              10 ASNP-PONUM        PIC X(06).
              10 ASNP-SEQ          PIC 9(03).
           05 ASNP-BOOKNUM         PIC X(05).
           05 ASNP-FORNECEDOR      PIC X(05).
           05 ASNP-QTY-ENVIADA     PIC 9(05).
           05 ASNP-DATA-PREVISTA   PIC 9(08).
           05 ASNP-DATA-AVISO      PIC 9(08).
           05 ASNP-SITUACAO        PIC X(01).
              88 ASNP-PENDENTE     VALUE "P".
              88 ASNP-CONFERIDO    VALUE "C".
           05 ASNP-QTY-CONFERIDA   PIC 9(05).
           05 ASNP-DATA-CONF       PIC 9(08).

       FD  ASNINREPORTFILE.
       01  WS-ASNIN-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-PREFIX PIC X(44)
           VALUE "ASSETS/".
       77  WS-PTH-FORNECMF-DAT PIC X(44)
           VALUE "ASSETS/FORNECMF.DAT".
       77  WS-PTH-POMF-DAT PIC X(44)
           VALUE "ASSETS/POMF.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-ASNPEND-DAT PIC X(44)
           VALUE "ASSETS/ASNPEND.DAT".
       77  WS-PTH-ASNIN-RPT PIC X(44)
           VALUE "ASSETS/ASNIN.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-ASN-NAME             PIC X(44) VALUE SPACES.
       77  WS-ASN-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ASN-STATUS-OK     VALUE "00".
           88 WS-ASN-NOT-FOUND     VALUE "35".
       77  WS-FORN-STATUS          PIC X(02) VALUE SPACES.
           88 WS-FORN-STATUS-OK    VALUE "00".
       77  WS-POMF-STATUS          PIC X(02) VALUE SPACES.
           88 WS-POMF-STATUS-OK    VALUE "00".
       77  WS-BMF-STATUS           PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK     VALUE "00".
       77  WS-ASNP-STATUS          PIC X(02) VALUE SPACES.
           88 WS-ASNP-STATUS-OK    VALUE "00".

       77  WS-FILES-OK-SW          PIC X(01) VALUE "Y".
           88 WS-FILES-OK          VALUE "Y".
       77  WS-POMF-OPEN-SW         PIC X(01) VALUE "N".
           88 WS-POMF-OPENED       VALUE "Y".
       77  WS-BMF-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-BMF-OPENED        VALUE "Y".
       77  WS-ASNP-OPEN-SW         PIC X(01) VALUE "N".
           88 WS-ASNP-OPENED       VALUE "Y".
       77  WS-ENV-COUNT            PIC 9(07) VALUE ZEROS.
       77  WS-ENV-HASH             PIC 9(13)V9(2) VALUE ZEROS.
       77  WS-ENV-SW               PIC X(01) VALUE "N".
           88 WS-ENV-BROKEN        VALUE "Y".
       77  WS-ANY-BROKEN-SW        PIC X(01) VALUE "N".
           88 WS-ANY-BROKEN        VALUE "Y".
       77  WS-TRAILER-SW           PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN      VALUE "Y".
       77  WS-EOF-ASNP-SW          PIC X(01) VALUE "N".
           88 WS-EOF-ASNPEND       VALUE "Y".

       77  WS-CUR-FORNECEDOR       PIC X(05) VALUE SPACES.
       77  WS-LOOK-PONUM           PIC X(06) VALUE SPACES.
       77  WS-PENDENTE-QTY         PIC 9(07) VALUE ZEROS.
       77  WS-ULT-SEQ              PIC 9(03) VALUE ZEROS.
       77  WS-SALDO-PEDIDO         PIC S9(7) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(30) VALUE SPACES.

       77  WS-ARQ-LIDOS-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-ARQ-RECUSADOS-COUNT  PIC 9(5) VALUE ZEROS.
       77  WS-PENDENTES-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-EXCECOES-COUNT       PIC 9(5) VALUE ZEROS.

       01  WS-FORN-TABLE.
           05 WS-FORN-ENTRY OCCURS 100 TIMES.
              10 WS-FT-CODIGO      PIC X(5).
       01  WS-FORN-COUNT           PIC 9(3) VALUE ZEROS.
       01  FX                      PIC 9(3).

       01  ASNIN-DETAIL-LINE.
           05 FILLER               PIC X(05) VALUE "FORN ".
           05 ADL-FORNECEDOR       PIC X(05).
           05 FILLER               PIC X(05) VALUE " PED ".
           05 ADL-PONUM            PIC X(06).
           05 FILLER               PIC X(07) VALUE " LIVRO ".
           05 ADL-BOOKNUM          PIC X(05).
           05 FILLER               PIC X(05) VALUE " QTD ".
           05 ADL-QTY              PIC ZZZZ9.
           05 FILLER               PIC X(06) VALUE " PREV ".
           05 ADL-PREVISTA         PIC 9(08).
           05 FILLER               PIC X(07) VALUE " SALDO ".
           05 ADL-SALDO            PIC -ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ADL-MOTIVO           PIC X(28).

       01  ASNIN-FILE-LINE.
           05 FILLER               PIC X(08) VALUE "ARQUIVO ".
           05 AFL-NAME             PIC X(44).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 AFL-TEXT             PIC X(40).

       01  ASNIN-COUNT-LINE.
           05 ACL-LABEL            PIC X(30).
           05 ACL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF WS-FILES-OK
               PERFORM 0003-PROCESS-SUPPLIER
                   VARYING FX FROM 1 BY 1 UNTIL FX > WS-FORN-COUNT
           END-IF.
           PERFORM 0006-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "ASNIN" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "ASNIN" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           OPEN OUTPUT ASNINREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "AVISOS DE EMBARQUE DE FORNECEDORES (ASN)"
               TO RPT-BH-TITLE.
           WRITE WS-ASNIN-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-ASNIN-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-ASNIN-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-300-LOAD-FORNECEDORES.
           OPEN INPUT POMASTERFILE.
           IF WS-POMF-STATUS-OK
               SET WS-POMF-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR POMF.DAT - STATUS '
                   WS-POMF-STATUS
               MOVE "N" TO WS-FILES-OK-SW
           END-IF.
           OPEN INPUT BOOKMASTERFILE.
           IF WS-BMF-STATUS-OK
               SET WS-BMF-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR BOOKMF.DAT - STATUS '
                   WS-BMF-STATUS
               MOVE "N" TO WS-FILES-OK-SW
           END-IF.
           OPEN I-O ASNPENDFILE.
           IF NOT WS-ASNP-STATUS-OK
               OPEN OUTPUT ASNPENDFILE
               CLOSE ASNPENDFILE
               OPEN I-O ASNPENDFILE
           END-IF.
           IF WS-ASNP-STATUS-OK
               SET WS-ASNP-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR ASNPEND.DAT - STATUS '
                   WS-ASNP-STATUS
               MOVE "N" TO WS-FILES-OK-SW
           END-IF.
           IF NOT WS-FILES-OK
               MOVE 1 TO RETURN-CODE
           END-IF.

       0002-300-LOAD-FORNECEDORES.
           OPEN INPUT FORNECMFFILE.
           IF WS-FORN-STATUS-OK
               READ FORNECMFFILE
                   AT END SET ENDOFFORNECMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFORNECMF
                   IF WS-FORN-COUNT < 100
                       ADD 1 TO WS-FORN-COUNT
                       MOVE FORN-CODIGO TO WS-FT-CODIGO(WS-FORN-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 100 FORNECEDORES NO MASTER'
                   END-IF
                   READ FORNECMFFILE
                       AT END SET ENDOFFORNECMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FORNECMFFILE
           ELSE
               DISPLAY 'AVISO: FORNECMF.DAT INDISPONIVEL - NENHUM '
                   'ASN PROCURADO'
           END-IF.

       0002-700-READ-ASN.
           READ ASNFILE
               AT END SET WS-EOF-ASN TO TRUE
           END-READ.

       0003-PROCESS-SUPPLIER.
           MOVE WS-FT-CODIGO(FX) TO WS-CUR-FORNECEDOR.
           MOVE SPACES TO WS-ASN-NAME.
           STRING WS-PTH-PREFIX DELIMITED BY SPACE
                  "ASN-" DELIMITED BY SIZE
                  WS-CUR-FORNECEDOR DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-ASN-NAME
           END-STRING.
           OPEN INPUT ASNFILE.
           IF WS-ASN-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-ASN-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR ' WS-ASN-NAME
                       ' - STATUS ' WS-ASN-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-ARQ-LIDOS-COUNT
                   PERFORM 0004-VERIFY-FILE
                   CLOSE ASNFILE
                   IF WS-ENV-BROKEN
                       PERFORM 0003-500-REFUSE-FILE
                   ELSE
                       PERFORM 0005-STAGE-FILE
                   END-IF
               END-IF
           END-IF.

       0003-500-REFUSE-FILE.
           SET WS-ANY-BROKEN TO TRUE.
           ADD 1 TO WS-ARQ-RECUSADOS-COUNT.
           MOVE WS-ASN-NAME TO AFL-NAME.
           MOVE "RECUSADO - ENVELOPE INVALIDO" TO AFL-TEXT.
           WRITE WS-ASNIN-RPT-LINE FROM ASNIN-FILE-LINE
               AFTER ADVANCING 2 LINES.

      *----------------------------------------------------------------*
      * FIRST PASS - THE SUPPLIER'S WHOLE ENVELOPE IS PROVED BEFORE    *
      * ANY LINE OF IT IS STAGED.                                      *
      *----------------------------------------------------------------*
       0004-VERIFY-FILE.
           MOVE ZEROS TO WS-ENV-COUNT WS-ENV-HASH.
           MOVE "N" TO WS-ENV-SW.
           MOVE "N" TO WS-TRAILER-SW.
           PERFORM 0002-700-READ-ASN.
           IF WS-EOF-ASN OR NOT ASN-HEADER
               DISPLAY 'ERRO: ' WS-ASN-NAME ' SEM REGISTRO HEADER'
               SET WS-ENV-BROKEN TO TRUE
           ELSE
               IF ASNH-FORNECEDOR NOT = WS-CUR-FORNECEDOR
                   DISPLAY 'ERRO: ' WS-ASN-NAME ' TRAZ O FORNECEDOR '
                       ASNH-FORNECEDOR
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               PERFORM 0002-700-READ-ASN
               PERFORM 0004-300-VERIFY-ONE
                   UNTIL WS-EOF-ASN
               IF NOT WS-TRAILER-SEEN
                   DISPLAY 'ERRO: ' WS-ASN-NAME ' SEM REGISTRO TRAILER'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
           END-IF.

       0004-300-VERIFY-ONE.
           IF ASN-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF ASNT-COUNT NOT = WS-ENV-COUNT
                   DISPLAY 'ERRO: CONTAGEM DO TRAILER NAO CONFERE'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               IF ASNT-HASH NOT = WS-ENV-HASH
                   DISPLAY 'ERRO: HASH DO TRAILER NAO CONFERE'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               SET WS-EOF-ASN TO TRUE
           ELSE
               IF ASN-DETAIL
                   ADD 1 TO WS-ENV-COUNT
                   IF ASN-QTY IS NUMERIC
                       ADD ASN-QTY TO WS-ENV-HASH
                   ELSE
                       DISPLAY 'ERRO: QUANTIDADE NAO NUMERICA NO '
                           'PEDIDO ' ASN-PONUM
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'ERRO: TIPO DE REGISTRO INVALIDO - '
                       ASN-TYPE
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               PERFORM 0002-700-READ-ASN
           END-IF.

      *----------------------------------------------------------------*
      * SECOND PASS - EACH LINE IS CHECKED AGAINST THE ORDER AND THE   *
      * BOOK MASTER AND STAGED AS A PENDING RECEIPT OR LISTED FOR THE  *
      * BUYER.                                                         *
      *----------------------------------------------------------------*
       0005-STAGE-FILE.
           MOVE WS-ASN-NAME TO AFL-NAME.
           MOVE "LIDO" TO AFL-TEXT.
           WRITE WS-ASNIN-RPT-LINE FROM ASNIN-FILE-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT ASNFILE.
           PERFORM 0002-700-READ-ASN.
           PERFORM 0002-700-READ-ASN.
           PERFORM 0005-200-STAGE-ONE
               UNTIL WS-EOF-ASN OR ASN-TRAILER.
           CLOSE ASNFILE.
           OPEN OUTPUT ASNFILE.
           CLOSE ASNFILE.

       0005-200-STAGE-ONE.
           MOVE ZEROS TO WS-SALDO-PEDIDO.
           PERFORM 0005-300-CHECK-LINE.
           MOVE WS-CUR-FORNECEDOR TO ADL-FORNECEDOR.
           MOVE ASN-PONUM TO ADL-PONUM.
           MOVE ASN-BOOKNUM TO ADL-BOOKNUM.
           MOVE ASN-QTY TO ADL-QTY.
           MOVE ASN-DATA-PREVISTA TO ADL-PREVISTA.
           MOVE WS-SALDO-PEDIDO TO ADL-SALDO.
           IF WS-MOTIVO = SPACES
               PERFORM 0005-700-WRITE-PENDING
           ELSE
               MOVE WS-MOTIVO TO ADL-MOTIVO
               ADD 1 TO WS-EXCECOES-COUNT
           END-IF.
           WRITE WS-ASNIN-RPT-LINE FROM ASNIN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-700-READ-ASN.

       0005-300-CHECK-LINE.
           MOVE SPACES TO WS-MOTIVO.
           IF ASN-PONUM IS NOT NUMERIC OR ASN-QTY = ZEROS
               MOVE "LINHA INVALIDA (PEDIDO/QTD)" TO WS-MOTIVO
           ELSE
               MOVE ASN-PONUM TO PO-NUMERO
               READ POMASTERFILE
                   INVALID KEY
                       MOVE "PEDIDO DESCONHECIDO" TO WS-MOTIVO
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
              AND PO-FORNECEDOR NOT = WS-CUR-FORNECEDOR
               MOVE "PEDIDO DE OUTRO FORNECEDOR" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE ASN-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY
                       MOVE "LIVRO DESCONHECIDO" TO WS-MOTIVO
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
              AND ASN-BOOKNUM NOT = PO-BOOKNUM
               MOVE "LIVRO DIFERE DO PEDIDO" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 0005-400-SUM-PENDING
               COMPUTE WS-SALDO-PEDIDO =
                   PO-QTY-PEDIDA - PO-QTY-RECEBIDA - WS-PENDENTE-QTY
               IF ASN-QTY > WS-SALDO-PEDIDO
                   MOVE "QTD ACIMA DO SALDO DO PEDIDO" TO WS-MOTIVO
               END-IF
           END-IF.

       0005-400-SUM-PENDING.
           MOVE ZEROS TO WS-PENDENTE-QTY WS-ULT-SEQ.
           MOVE "N" TO WS-EOF-ASNP-SW.
           MOVE ASN-PONUM TO WS-LOOK-PONUM.
           MOVE ASN-PONUM TO ASNP-PONUM.
           MOVE ZEROS TO ASNP-SEQ.
           START ASNPENDFILE KEY NOT < ASNP-CHAVE
               INVALID KEY SET WS-EOF-ASNPEND TO TRUE
           END-START.
           PERFORM 0005-500-READ-PENDING.
           PERFORM UNTIL WS-EOF-ASNPEND
               IF ASNP-PENDENTE
                   ADD ASNP-QTY-ENVIADA TO WS-PENDENTE-QTY
               END-IF
               MOVE ASNP-SEQ TO WS-ULT-SEQ
               PERFORM 0005-500-READ-PENDING
           END-PERFORM.

       0005-500-READ-PENDING.
           IF NOT WS-EOF-ASNPEND
               READ ASNPENDFILE NEXT RECORD
                   AT END SET WS-EOF-ASNPEND TO TRUE
               END-READ
               IF NOT WS-EOF-ASNPEND
                  AND ASNP-PONUM NOT = WS-LOOK-PONUM
                   SET WS-EOF-ASNPEND TO TRUE
               END-IF
           END-IF.

       0005-700-WRITE-PENDING.
           MOVE ASN-PONUM TO ASNP-PONUM.
           COMPUTE ASNP-SEQ = WS-ULT-SEQ + 1.
           MOVE ASN-BOOKNUM TO ASNP-BOOKNUM.
           MOVE WS-CUR-FORNECEDOR TO ASNP-FORNECEDOR.
           MOVE ASN-QTY TO ASNP-QTY-ENVIADA.
           MOVE ASN-DATA-PREVISTA TO ASNP-DATA-PREVISTA.
           MOVE WS-RUN-DATE-NUM TO ASNP-DATA-AVISO.
           SET ASNP-PENDENTE TO TRUE.
           MOVE ZEROS TO ASNP-QTY-CONFERIDA ASNP-DATA-CONF.
           WRITE ASNP-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ASNPEND ' ASNP-CHAVE
                       ' - STATUS ' WS-ASNP-STATUS
                   MOVE 1 TO RETURN-CODE
                   MOVE "ERRO AO GRAVAR ASNPEND" TO ADL-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-PENDENTES-COUNT
                   MOVE "AGUARDANDO CONFERENCIA" TO ADL-MOTIVO
           END-WRITE.

       0006-FINALIZE.
           IF WS-ANY-BROKEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "ARQUIVOS ASN LIDOS:           " TO ACL-LABEL.
           MOVE WS-ARQ-LIDOS-COUNT TO ACL-COUNT.
           WRITE WS-ASNIN-RPT-LINE FROM ASNIN-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "ARQUIVOS RECUSADOS:           " TO ACL-LABEL.
           MOVE WS-ARQ-RECUSADOS-COUNT TO ACL-COUNT.
           WRITE WS-ASNIN-RPT-LINE FROM ASNIN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LINHAS AGUARDANDO CONFERENCIA:" TO ACL-LABEL.
           MOVE WS-PENDENTES-COUNT TO ACL-COUNT.
           WRITE WS-ASNIN-RPT-LINE FROM ASNIN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LINHAS PARA O COMPRADOR:      " TO ACL-LABEL.
           MOVE WS-EXCECOES-COUNT TO ACL-COUNT.
           WRITE WS-ASNIN-RPT-LINE FROM ASNIN-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-ASNIN-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE ASNINREPORTFILE.
           IF WS-POMF-OPENED
               CLOSE POMASTERFILE
           END-IF.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           IF WS-ASNP-OPENED
               CLOSE ASNPENDFILE
           END-IF.
           DISPLAY 'ENTRADA DE AVISOS DE EMBARQUE CONCLUIDA'.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-PREFIX.
           CALL "DATADIR" USING WS-PTH-FORNECMF-DAT.
           CALL "DATADIR" USING WS-PTH-POMF-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-ASNPEND-DAT.
           CALL "DATADIR" USING WS-PTH-ASNIN-RPT.

       END PROGRAM ASNIN.
