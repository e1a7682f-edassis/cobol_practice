      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - RECEIPTS AND PURCHASE ORDERS NOW CARRY A UNIT
      *              COST. A RECEIPT KEYED WITH NO COST TAKES THE COST
      *              OF ITS MATCHED ORDER. EACH COSTED RECEIPT UPDATES
      *              THE TITLE'S MOVING-AVERAGE COST ON THE NEW INDEXED
      *              MASTER CUSTOMF.DAT (ON-HAND BEFORE THE RECEIPT,
      *              SUMMED ACROSS BRANCHES, AT THE OLD AVERAGE PLUS
      *              THE NEW COPIES AT THEIR COST), KEEPS THE LAST COST
      *              AND DATE, AND THE COST USED IS WRITTEN TO
      *              RCPTHIST.DAT. RECEIPTS WITH NO COST ANYWHERE POST
      *              TO STOCK AS BEFORE AND ARE COUNTED ON THE REPORT.
      * 15/10/2026 - A TITLE LISTED ON REBALCOB.DAT (SHORTAGES FULLY
      *              COVERED BY TONIGHT'S STKREBAL TRANSFER PROPOSALS)
      *              NO LONGER GOES TO REPLENISH.DAT; IT IS PRINTED ON
      *              THE REPORT AS COVERED BY TRANSFER AND COUNTED.
      * 15/10/2026 - EVERY STOCK CHANGE IS NOW JOURNALED (BEFORE AND
      *              AFTER IMAGE, THROUGH INVJRNL) SO A BOOKINV.DAT
      *              RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY
      *              INVRECOV.
      * 15/10/2026 - NET SALES FOR A SUGGESTION NOW COUNT SALES
      *              SCANNED BY ISBN: EACH BOOKSALES.DAT LINE IS
      *              TRANSLATED THROUGH ISBNXLAT AS IT IS READ, SINCE
      *              THIS STEP RUNS BEFORE SALESEDIT REWRITES THE
      *              FILE. THE SALE RECORD IS NOW READ AT ITS FULL
      *              WIDTH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRCPT.

           SELECT SUGGESTFILE ASSIGN TO DYNAMIC WS-PTH-REPLENISH-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COSTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BOOKNUM
               FILE STATUS IS WS-CST-STATUS.

           SELECT COVEREDFILE ASSIGN TO DYNAMIC WS-PTH-REBALCOB-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPTSFILE.
           05 RCPT-DATE          PIC 9(8).
           05 RCPT-PONUM         PIC X(6).
           05 RCPT-FILIAL        PIC X(3).
           05 RCPT-CUSTO-UNIT    PIC 9(5)V99.

       FD  RCPTHISTFILE.
       01  RHIST-RECORD.
           05 RHIST-DATE         PIC 9(8).
           05 RHIST-PONUM        PIC X(6).
           05 RHIST-FILIAL       PIC X(3).
           05 RHIST-CUSTO-UNIT   PIC 9(5)V99.

       FD  POMASTERFILE.
       01  PO-RECORD.
              88 PO-ABERTA       VALUE "A".
              88 PO-PARCIAL      VALUE "P".
              88 PO-FECHADA      VALUE "F".
           05 PO-FORNECEDOR      PIC X(5).
           05 PO-CUSTO-UNIT      PIC 9(5)V99.

       FD  COSTMASTERFILE.
       01  CST-RECORD.
           05 CST-BOOKNUM        PIC X(5).
           05 CST-CUSTO-MEDIO    PIC 9(5)V99.
           05 CST-ULT-CUSTO      PIC 9(5)V99.
           05 CST-ULT-DATA       PIC 9(8).

       FD  COVEREDFILE.
       01  COB-RECORD.
           88 ENDOFCOVERED       VALUE HIGH-VALUES.
           05 COB-BOOKNUM        PIC X(5).

       FD  SUGGESTFILE.
       01  SUG-RECORD.
              88 RETURNSALE      VALUE "R".
           02 BSF-SALEDATE       PIC 9(8).
           02 BSF-REGION         PIC X(3).
           02 BSF-CLIENTEID      PIC X(6).
           02 FILLER             PIC X(8).

       FD  BOOKMASTERFILE.
       01  BMF-RECORD.
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  REPLENISHREPORTFILE.
       01  WS-REPL-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-STOCKRCPT-DAT PIC X(44)
           VALUE "ASSETS/POMF.DAT".
       77  WS-PTH-REPLENISH-DAT PIC X(44)
           VALUE "ASSETS/REPLENISH.DAT".
       77  WS-PTH-CUSTOMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTOMF.DAT".
       77  WS-PTH-REBALCOB-DAT PIC X(44)
           VALUE "ASSETS/REBALCOB.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY INVJRNREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-REPL-RPT-LEN       PIC 9(03) VALUE 100.
       77  WS-RCPT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-RCPT-STATUS-OK  VALUE "00".
           88 WS-RCPT-NOT-FOUND  VALUE "35".
           88 WS-BIF-STATUS-OK   VALUE "00".
       77  WS-BSF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BSF-STATUS-OK   VALUE "00".
       77  WS-ISBN-XLAT          PIC X(01) VALUE SPACE.
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".

           88 WS-POMF-STATUS-OK  VALUE "00".
       77  WS-POMF-OPEN-SW       PIC X(01) VALUE "N".
           88 WS-POMF-OPENED     VALUE "Y".
       77  WS-CST-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CST-STATUS-OK   VALUE "00".
       77  WS-CST-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CST-OPENED      VALUE "Y".
       77  WS-CUSTO-RECEB        PIC 9(5)V99 VALUE ZEROS.
       77  WS-PO-CUSTO           PIC 9(5)V99 VALUE ZEROS.
       77  WS-TITULO-ONHAND      PIC S9(7) VALUE ZEROS.
       77  WS-ONHAND-ANTES       PIC S9(7) VALUE ZEROS.
       77  WS-VALOR-MEDIO        PIC S9(13)V99 VALUE ZEROS.
       77  WS-CUSTEADOS-COUNT    PIC 9(05) VALUE ZEROS.
       77  WS-SEM-CUSTO-COUNT    PIC 9(05) VALUE ZEROS.
       77  WS-PO-MATCH-COUNT     PIC 9(05) VALUE ZEROS.
       77  WS-PO-EXCP-COUNT      PIC 9(05) VALUE ZEROS.
       77  WS-TITULO-ATIVO       PIC X(01) VALUE "S".
       77  WS-GRUPO-ONHAND       PIC S9(7) VALUE ZEROS.
       77  WS-GRUPO-PONTO        PIC 9(5) VALUE ZEROS.
       77  WS-GRUPO-LOTE         PIC 9(5) VALUE ZEROS.
       77  WS-COB-STATUS         PIC X(02) VALUE SPACES.
           88 WS-COB-STATUS-OK   VALUE "00".
       77  WS-TITULO-COBERTO     PIC X(01) VALUE "N".
       77  WS-COBERTOS-COUNT     PIC 9(05) VALUE ZEROS.

       01  WS-COB-TABLE.
           05 WS-COB-BOOKNUM     PIC X(5) OCCURS 500 TIMES.
       01  WS-COB-COUNT          PIC 9(3) VALUE ZEROS.
       01  CX                    PIC 9(3).

       01  RCPT-POST-LINE.
           05 FILLER             PIC X(09) VALUE "RECEBIDO ".
           05 RPL-DATE           PIC 9(8).
           05 FILLER             PIC X(11) VALUE "  ESTOQUE: ".
           05 RPL-ONHAND         PIC ZZZZ9.
           05 FILLER             PIC X(09) VALUE "  CUSTO: ".
           05 RPL-CUSTO          PIC ZZZZ9,99.
           05 FILLER             PIC X(09) VALUE "  MEDIO: ".
           05 RPL-MEDIO          PIC ZZZZ9,99.

       01  PO-MATCH-LINE.
           05 FILLER             PIC X(08) VALUE "PEDIDO  ".
              VALUE "EXCECOES DE PEDIDO:           ".
           05 PTL-EXCP           PIC ZZZZ9.

       01  COST-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "RECEBIMENTOS CUSTEADOS:       ".
           05 CTL-CUSTEADOS      PIC ZZZZ9.

       01  COST-MISSING-LINE.
           05 FILLER             PIC X(30)
              VALUE "RECEBIMENTOS SEM CUSTO:       ".
           05 CTL-SEM-CUSTO      PIC ZZZZ9.

       01  REPL-HEADING.
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(04) VALUE SPACES.
           05 RPD-SUGGESTED      PIC ZZZZ9.

       01  REPL-COVERED-LINE.
           05 RPC-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPC-TITLE          PIC X(25).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPC-ONHAND         PIC ZZZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(30)
              VALUE "COBERTO POR TRANSFERENCIA".

       01  REPL-COVERED-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "COBERTOS POR TRANSFERENCIA:   ".
           05 RPC-TOT-COVERED    PIC ZZZZ9.

       01  REPL-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "TITULOS ABAIXO DO PONTO:      ".
               DISPLAY 'AVISO: POMF.DAT INDISPONIVEL - RECEBIMENTOS '
                   'NAO SERAO CASADOS COM PEDIDOS'
           END-IF.
           PERFORM 0002-700-OPEN-COST-MASTER.
           OPEN OUTPUT REPLENISHREPORTFILE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
               MOVE 1 TO RETURN-CODE
           END-IF.

       0002-700-OPEN-COST-MASTER.
           OPEN I-O COSTMASTERFILE.
           IF NOT WS-CST-STATUS-OK
               OPEN OUTPUT COSTMASTERFILE
               CLOSE COSTMASTERFILE
               OPEN I-O COSTMASTERFILE
           END-IF.
           IF WS-CST-STATUS-OK
               SET WS-CST-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: CUSTOMF.DAT INDISPONIVEL - STATUS '
                   WS-CST-STATUS ' - CUSTO MEDIO NAO ATUALIZADO'
           END-IF.

       0002-500-READ-RECEIPT.
           READ RECEIPTSFILE
               AT END SET ENDOFRECEIPTS TO TRUE
           END-IF.
           READ BOOKINVENTORYFILE
               INVALID KEY
                   MOVE SPACES TO IJR-BEFORE-IMAGE
                   MOVE RCPT-BOOKNUM TO BIF-BOOKNUM
                   MOVE RCPT-QTY TO BIF-ONHAND
                   MOVE ZEROS TO BIF-REORDER-POINT
                           DISPLAY 'ERRO AO CRIAR ESTOQUE DO LIVRO '
                               RCPT-BOOKNUM ' - STATUS ' WS-BIF-STATUS
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM 0003-050-JOURNAL-RECEIPT
                   END-WRITE
               NOT INVALID KEY
                   MOVE BIF-RECORD TO IJR-BEFORE-IMAGE
                   ADD RCPT-QTY TO BIF-ONHAND
                   REWRITE BIF-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO POSTAR ESTOQUE DO LIVRO '
                               RCPT-BOOKNUM ' - STATUS ' WS-BIF-STATUS
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM 0003-050-JOURNAL-RECEIPT
                   END-REWRITE
           END-READ.
           MOVE RCPT-QTY TO RPL-QTY.
           MOVE RCPT-BOOKNUM TO RPL-BOOKNUM.
           MOVE RCPT-DATE TO RPL-DATE.
           MOVE BIF-ONHAND TO RPL-ONHAND.
           MOVE ZEROS TO WS-PO-CUSTO.
           IF RCPT-PONUM NOT = SPACES
               PERFORM 0003-800-MATCH-PO
           END-IF.
           PERFORM 0003-700-UPDATE-AVG-COST.
           MOVE RCPT-POST-LINE TO WS-REPL-RPT-LINE.
           CALL "DECFMT" USING WS-REPL-RPT-LINE, WS-REPL-RPT-LEN.
           WRITE WS-REPL-RPT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0003-900-GRAVAR-HISTORICO.
           ADD 1 TO WS-RECEIPT-COUNT.
           PERFORM 0002-500-READ-RECEIPT.

       0003-050-JOURNAL-RECEIPT.
           MOVE "INVRCPT" TO IJR-PROGRAM.
           MOVE BIF-RECORD TO IJR-AFTER-IMAGE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

       0003-900-GRAVAR-HISTORICO.
           IF WS-RHIST-OPENED
               MOVE RCPT-BOOKNUM TO RHIST-BOOKNUM
               MOVE RCPT-DATE TO RHIST-DATE
               MOVE RCPT-PONUM TO RHIST-PONUM
               MOVE RCPT-FILIAL TO RHIST-FILIAL
               MOVE WS-CUSTO-RECEB TO RHIST-CUSTO-UNIT
               WRITE RHIST-RECORD
           END-IF.

                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-PO-EXCP-COUNT
           ELSE
               IF PO-CUSTO-UNIT IS NUMERIC
                   MOVE PO-CUSTO-UNIT TO WS-PO-CUSTO
               END-IF
               ADD RCPT-QTY TO PO-QTY-RECEBIDA
               IF PO-QTY-RECEBIDA > PO-QTY-PEDIDA
                   MOVE "F" TO PO-STATUS
               END-REWRITE
           END-IF.

       0003-700-UPDATE-AVG-COST.
           MOVE ZEROS TO WS-CUSTO-RECEB.
           IF RCPT-CUSTO-UNIT IS NUMERIC
              AND RCPT-CUSTO-UNIT > ZEROS
               MOVE RCPT-CUSTO-UNIT TO WS-CUSTO-RECEB
           ELSE
               MOVE WS-PO-CUSTO TO WS-CUSTO-RECEB
           END-IF.
           MOVE WS-CUSTO-RECEB TO RPL-CUSTO.
           MOVE ZEROS TO RPL-MEDIO.
           IF WS-CUSTO-RECEB = ZEROS
               ADD 1 TO WS-SEM-CUSTO-COUNT
           ELSE
               IF WS-CST-OPENED
                   PERFORM 0003-750-SUM-TITLE-ONHAND
                   COMPUTE WS-ONHAND-ANTES =
                       WS-TITULO-ONHAND - RCPT-QTY
                   MOVE RCPT-BOOKNUM TO CST-BOOKNUM
                   READ COSTMASTERFILE
                       INVALID KEY
                           MOVE RCPT-BOOKNUM TO CST-BOOKNUM
                           MOVE WS-CUSTO-RECEB TO CST-CUSTO-MEDIO
                           MOVE WS-CUSTO-RECEB TO CST-ULT-CUSTO
                           MOVE RCPT-DATE TO CST-ULT-DATA
                           WRITE CST-RECORD
                               INVALID KEY
                                   DISPLAY 'ERRO AO CRIAR CUSTO DO '
                                       'LIVRO ' RCPT-BOOKNUM
                                       ' - STATUS ' WS-CST-STATUS
                                   MOVE 1 TO RETURN-CODE
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM 0003-760-AVERAGE-COST
                           REWRITE CST-RECORD
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR CUSTO DO '
                                       'LIVRO ' RCPT-BOOKNUM
                                       ' - STATUS ' WS-CST-STATUS
                                   MOVE 1 TO RETURN-CODE
                           END-REWRITE
                   END-READ
                   MOVE CST-CUSTO-MEDIO TO RPL-MEDIO
               END-IF
               ADD 1 TO WS-CUSTEADOS-COUNT
           END-IF.

       0003-750-SUM-TITLE-ONHAND.
           MOVE ZEROS TO WS-TITULO-ONHAND.
           MOVE RCPT-BOOKNUM TO BIF-BOOKNUM.
           MOVE LOW-VALUES TO BIF-FILIAL.
           START BOOKINVENTORYFILE KEY NOT < BIF-KEY
               INVALID KEY MOVE HIGH-VALUES TO BIF-BOOKNUM
           END-START.
           IF BIF-BOOKNUM NOT = HIGH-VALUES
               READ BOOKINVENTORYFILE NEXT RECORD
                   AT END MOVE HIGH-VALUES TO BIF-BOOKNUM
               END-READ
           END-IF.
           PERFORM UNTIL BIF-BOOKNUM NOT = RCPT-BOOKNUM
               ADD BIF-ONHAND TO WS-TITULO-ONHAND
               READ BOOKINVENTORYFILE NEXT RECORD
                   AT END MOVE HIGH-VALUES TO BIF-BOOKNUM
               END-READ
           END-PERFORM.

       0003-760-AVERAGE-COST.
           IF WS-ONHAND-ANTES NOT > ZEROS
              OR CST-CUSTO-MEDIO IS NOT NUMERIC
              OR CST-CUSTO-MEDIO = ZEROS
               MOVE WS-CUSTO-RECEB TO CST-CUSTO-MEDIO
           ELSE
               COMPUTE WS-VALOR-MEDIO =
                   (WS-ONHAND-ANTES * CST-CUSTO-MEDIO)
                   + (RCPT-QTY * WS-CUSTO-RECEB)
               COMPUTE CST-CUSTO-MEDIO ROUNDED =
                   WS-VALOR-MEDIO / (WS-ONHAND-ANTES + RCPT-QTY)
           END-IF.
           MOVE WS-CUSTO-RECEB TO CST-ULT-CUSTO.
           MOVE RCPT-DATE TO CST-ULT-DATA.

       0004-SUGGEST-REPLENISH.
           IF WS-EOF-INVENTORY
               CONTINUE
           ELSE
               PERFORM 0004-100-LOAD-COVERED
               OPEN INPUT BOOKMASTERFILE
               OPEN OUTPUT SUGGESTFILE
               WRITE WS-REPL-RPT-LINE FROM REPL-HEADING
               CLOSE SUGGESTFILE
           END-IF.

       0004-100-LOAD-COVERED.
           MOVE ZEROS TO WS-COB-COUNT.
           OPEN INPUT COVEREDFILE.
           IF WS-COB-STATUS-OK
               READ COVEREDFILE
                   AT END SET ENDOFCOVERED TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCOVERED
                   IF WS-COB-COUNT < 500
                       ADD 1 TO WS-COB-COUNT
                       MOVE COB-BOOKNUM TO WS-COB-BOOKNUM(WS-COB-COUNT)
                   END-IF
                   READ COVEREDFILE
                       AT END SET ENDOFCOVERED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COVEREDFILE
           END-IF.

       0004-500-READ-INVENTORY.
           READ BOOKINVENTORYFILE NEXT RECORD
               AT END SET WS-EOF-INVENTORY TO TRUE
           IF WS-GRUPO-PONTO = ZEROS
               MOVE WS-REORDER-THRESHOLD TO WS-GRUPO-PONTO
           END-IF.
           MOVE "N" TO WS-TITULO-COBERTO.
           IF WS-GRUPO-ONHAND < WS-GRUPO-PONTO
              AND WS-TITULO-ATIVO = "S"
               PERFORM 0004-560-CHECK-COVERED
           END-IF.
           IF WS-TITULO-COBERTO = "S"
               MOVE WS-GRUPO-BOOKNUM TO RPC-BOOKNUM
               PERFORM 0004-800-GET-TITLE
               MOVE RPD-TITLE TO RPC-TITLE
               MOVE WS-GRUPO-ONHAND TO RPC-ONHAND
               WRITE WS-REPL-RPT-LINE FROM REPL-COVERED-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-COBERTOS-COUNT
           END-IF.
           IF WS-GRUPO-ONHAND < WS-GRUPO-PONTO
              AND WS-TITULO-ATIVO = "S"
              AND WS-TITULO-COBERTO = "N"
               PERFORM 0004-700-SUM-NET-SALES
               IF WS-GRUPO-LOTE > ZEROS
                   MOVE WS-GRUPO-LOTE TO WS-SUGGESTED-QTY
                   END-IF
           END-READ.

       0004-560-CHECK-COVERED.
           PERFORM 0004-570-SCAN-COVERED
               VARYING CX FROM 1 BY 1
               UNTIL CX > WS-COB-COUNT
               OR WS-COB-BOOKNUM(CX) = WS-GRUPO-BOOKNUM.
           IF CX NOT > WS-COB-COUNT
               MOVE "S" TO WS-TITULO-COBERTO
           END-IF.

       0004-570-SCAN-COVERED.
           CONTINUE.

       0004-700-SUM-NET-SALES.
           MOVE ZEROS TO WS-NET-SOLD.
           OPEN INPUT BOOKSALESFILE.
           IF WS-BSF-STATUS-OK
               READ BOOKSALESFILE
                   AT END SET ENDOFBSF TO TRUE
                   NOT AT END
                       CALL "ISBNXLAT" USING BSF-RECORD WS-ISBN-XLAT
               END-READ
               PERFORM UNTIL ENDOFBSF
                   IF BSF-BOOKNUM = WS-GRUPO-BOOKNUM
                   END-IF
                   READ BOOKSALESFILE
                       AT END SET ENDOFBSF TO TRUE
                       NOT AT END
                           CALL "ISBNXLAT" USING BSF-RECORD
                                                 WS-ISBN-XLAT
                   END-READ
               END-PERFORM
               CLOSE BOOKSALESFILE
           MOVE WS-PO-EXCP-COUNT TO PTL-EXCP.
           WRITE WS-REPL-RPT-LINE FROM PO-EXCP-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-CUSTEADOS-COUNT TO CTL-CUSTEADOS.
           WRITE WS-REPL-RPT-LINE FROM COST-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SEM-CUSTO-COUNT TO CTL-SEM-CUSTO.
           WRITE WS-REPL-RPT-LINE FROM COST-MISSING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-COBERTOS-COUNT TO RPC-TOT-COVERED.
           WRITE WS-REPL-RPT-LINE FROM REPL-COVERED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SUGGEST-COUNT TO RPD-TOT-SUGGEST.
           WRITE WS-REPL-RPT-LINE FROM REPL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-POMF-OPENED
               CLOSE POMASTERFILE
           END-IF.
           IF WS-CST-OPENED
               CLOSE COSTMASTERFILE
           END-IF.
           DISPLAY 'RECEBIMENTOS E SUGESTAO DE REPOSICAO CONCLUIDOS'.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-REPLENISH-RPT.
           CALL "DATADIR" USING WS-PTH-POMF-DAT.
           CALL "DATADIR" USING WS-PTH-REPLENISH-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-REBALCOB-DAT.

       END PROGRAM INVRCPT.
