      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - ORDERS ARE NOW GROUPED BY SUPPLIER. THE ACCEPTED
      *              LINES ARE VALIDATED AND SORTED BY THE BOOK'S
      *              DEFAULT SUPPLIER (BMF-FORNECEDOR), EACH PURCHASE
      *              ORDER CARRIES THAT SUPPLIER IN PO-FORNECEDOR, AND
      *              POGEN.RPT PRINTS ONE ORDER DOCUMENT PER SUPPLIER
      *              ON ITS OWN PAGE (NAME, CONTACT AND USUAL LEAD TIME
      *              FROM FORNECMF.DAT, THE LINES AND THE SUPPLIER
      *              TOTALS) READY TO SEND. TITLES WITH NO SUPPLIER ON
      *              THE CADASTRO STILL RAISE THEIR ORDERS UNDER A
      *              "FORNECEDOR NAO DEFINIDO" PAGE AND ARE COUNTED.
      * 15/10/2026 - EACH ORDER NOW CARRIES A UNIT COST (PO-CUSTO-UNIT).
      *              AN ACCEPTED LINE MAY GIVE IT AS AN OPTIONAL
      *              TRAILING COST IN CENTAVOS; A LINE WITHOUT ONE
      *              TAKES THE TITLE'S LAST RECEIPT COST FROM
      *              CUSTOMF.DAT (ZERO FOR A TITLE NEVER RECEIVED).
      *              THE ORDER DOCUMENT SHOWS THE COST PER LINE AND
      *              THE ORDER VALUE PER SUPPLIER.
      * 15/10/2026 - BESIDES THE PRINTED DOCUMENT, EVERY SUPPLIER WITH
      *              A CODE NOW ALSO GETS AN OUTBOUND ORDER FILE FOR
      *              ELECTRONIC TRANSMISSION, EDIPO-<SUPPLIER>-<FIRST
      *              ORDER NUMBER>.DAT, IN A FIXED INTERCHANGE LAYOUT:
      *              "H" HEADER (DATE, SENDER, SUPPLIER), ONE "D" PER
      *              ORDER (NUMBER, BOOK, TITLE, QUANTITY, UNIT COST,
      *              ISSUE DATE) AND A "T" TRAILER WITH THE LINE
      *              COUNT, TOTAL COPIES AND ORDER VALUE HASH. THE
      *              FILES WRITTEN ARE COUNTED ON POGEN.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POGEN.
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT FORNECMFFILE ASSIGN TO DYNAMIC WS-PTH-FORNECMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORN-STATUS.

           SELECT COSTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BOOKNUM
               FILE STATUS IS WS-CST-STATUS.

           SELECT EDIPOFILE ASSIGN TO DYNAMIC WS-EDI-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDI-STATUS.

           SELECT POSORTFILE ASSIGN TO DYNAMIC WS-PTH-POGEN-SRT.

           SELECT POGENREPORTFILE ASSIGN TO DYNAMIC WS-PTH-POGEN-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           88 ENDOFACCEPT        VALUE HIGH-VALUES.
           05 ACC-BOOKNUM        PIC X(5).
           05 ACC-QTY            PIC 9(5).
           05 ACC-CUSTO-X        PIC X(7).
           05 ACC-CUSTO-N REDEFINES ACC-CUSTO-X
                                 PIC 9(5)V99.

       FD  POMASTERFILE.
       01  PO-RECORD.
              88 PO-ABERTA       VALUE "A".
              88 PO-PARCIAL      VALUE "P".
              88 PO-FECHADA      VALUE "F".
           05 PO-FORNECEDOR      PIC X(5).
           05 PO-CUSTO-UNIT      PIC 9(5)V99.

       FD  POCTLFILE.
       01  POCTL-RECORD.
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  FORNECMFFILE.
       01  FORN-RECORD.
           88 ENDOFFORNECMF      VALUE HIGH-VALUES.
           02 FORN-CODIGO        PIC X(5).
           02 FORN-NOME          PIC X(30).
           02 FORN-CONTATO       PIC X(25).
           02 FORN-PRAZO-X       PIC X(3).

       FD  COSTMASTERFILE.
       01  CST-RECORD.
           05 CST-BOOKNUM        PIC X(5).
           05 CST-CUSTO-MEDIO    PIC 9(5)V99.
           05 CST-ULT-CUSTO      PIC 9(5)V99.
           05 CST-ULT-DATA       PIC 9(8).

       FD  EDIPOFILE.
       01  EPO-RECORD.
           05 EPO-TYPE           PIC X(01).
           05 EPO-DATA           PIC X(59).
           05 EPO-HDR REDEFINES EPO-DATA.
              10 EPH-DATE        PIC 9(08).
              10 EPH-SOURCE      PIC X(08).
              10 EPH-FORNECEDOR  PIC X(05).
              10 FILLER          PIC X(38).
           05 EPO-DET REDEFINES EPO-DATA.
              10 EPD-PONUM       PIC 9(06).
              10 EPD-BOOKNUM     PIC X(05).
              10 EPD-TITLE       PIC X(25).
              10 EPD-QTY         PIC 9(05).
              10 EPD-CUSTO-UNIT  PIC 9(5)V99.
              10 EPD-DATA-EMISSAO
                                 PIC 9(08).
              10 FILLER          PIC X(03).
           05 EPO-TRL REDEFINES EPO-DATA.
              10 EPT-COUNT       PIC 9(07).
              10 EPT-QTY-TOTAL   PIC 9(09).
              10 EPT-HASH        PIC 9(13)V99.
              10 FILLER          PIC X(28).

       SD  POSORTFILE.
       01  PSF-SORTREC.
           88 ENDOFPOSORT        VALUE HIGH-VALUES.
           02 PSF-FORNECEDOR     PIC X(5).
           02 PSF-BOOKNUM        PIC X(5).
           02 PSF-QTY            PIC 9(5).
           02 PSF-TITLE          PIC X(25).
           02 PSF-CUSTO          PIC 9(5)V99.

       FD  POGENREPORTFILE.
       01  WS-POGEN-RPT-LINE     PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PTH-POACCEPT-DAT PIC X(44)
           VALUE "ASSETS/POCTL.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-FORNECMF-DAT PIC X(44)
           VALUE "ASSETS/FORNECMF.DAT".
       77  WS-PTH-CUSTOMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTOMF.DAT".
       77  WS-PTH-PREFIX PIC X(44)
           VALUE "ASSETS/".
       77  WS-PTH-POGEN-SRT PIC X(44)
           VALUE "ASSETS/POGEN.SRT".
       77  WS-PTH-POGEN-RPT PIC X(44)
           VALUE "ASSETS/POGEN.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-POGEN-RPT-LEN      PIC 9(03) VALUE 90.
       77  WS-ACC-STATUS         PIC X(02) VALUE SPACES.
           88 WS-ACC-STATUS-OK   VALUE "00".
           88 WS-ACC-NOT-FOUND   VALUE "35".
           88 WS-POCTL-STATUS-OK VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-FORN-STATUS        PIC X(02) VALUE SPACES.
           88 WS-FORN-STATUS-OK  VALUE "00".
       77  WS-CST-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CST-STATUS-OK   VALUE "00".
       77  WS-EDI-STATUS         PIC X(02) VALUE SPACES.
           88 WS-EDI-STATUS-OK   VALUE "00".
       77  WS-EDI-NAME           PIC X(44) VALUE SPACES.
       77  WS-EDI-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-EDI-OPENED      VALUE "Y".
       77  WS-EDI-PONUM          PIC 9(6) VALUE ZEROS.
       77  WS-EDI-COUNT          PIC 9(7) VALUE ZEROS.
       77  WS-EDI-QTY-TOTAL      PIC 9(9) VALUE ZEROS.
       77  WS-EDI-HASH           PIC 9(13)V99 VALUE ZEROS.
       77  WS-EDI-FILES-COUNT    PIC 9(5) VALUE ZEROS.

       77  WS-PROX-NUMERO        PIC 9(6) VALUE 1.
       77  WS-GERADOS-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-REJEITADOS-COUNT   PIC 9(5) VALUE ZEROS.
       77  WS-SEM-FORN-COUNT     PIC 9(5) VALUE ZEROS.
       77  WS-DOCUMENTOS-COUNT   PIC 9(5) VALUE ZEROS.
       77  WS-ACC-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-ACC-OPENED      VALUE "Y".
       77  WS-FIRST-GROUP-SW     PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP     VALUE "Y".
       77  WS-PREV-FORNECEDOR    PIC X(5) VALUE SPACES.
       77  WS-FORN-PEDIDOS       PIC 9(5) VALUE ZEROS.
       77  WS-FORN-COPIAS        PIC 9(7) VALUE ZEROS.
       77  WS-FORN-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77  WS-LINE-VALOR         PIC 9(11)V99 VALUE ZEROS.

       01  WS-FORN-TABLE.
           05 WS-FORN-ENTRY OCCURS 100 TIMES.
              10 WS-FT-CODIGO    PIC X(5).
              10 WS-FT-NOME      PIC X(30).
              10 WS-FT-CONTATO   PIC X(25).
              10 WS-FT-PRAZO     PIC 9(3).
       01  WS-FORN-COUNT         PIC 9(3) VALUE ZEROS.
       01  FX                    PIC 9(3).

       01  POGEN-FORN-HEADING.
           05 FILLER             PIC X(20)
              VALUE "PEDIDO DE COMPRA -  ".
           05 FILLER             PIC X(12) VALUE "FORNECEDOR: ".
           05 PGF-CODIGO         PIC X(5).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PGF-NOME           PIC X(30).

       01  POGEN-FORN-CONTACT.
           05 FILLER             PIC X(20) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE "CONTATO:    ".
           05 PGF-CONTATO        PIC X(25).
           05 FILLER             PIC X(08) VALUE "  PRAZO ".
           05 PGF-PRAZO          PIC ZZ9.
           05 FILLER             PIC X(05) VALUE " DIAS".

       01  POGEN-FORN-DATE.
           05 FILLER             PIC X(20) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE "EMISSAO:    ".
           05 PGF-EMISSAO        PIC 9(8).

       01  POGEN-DETAIL-LINE.
           05 FILLER             PIC X(08) VALUE "PEDIDO  ".
           05 PGL-TITLE          PIC X(25).
           05 FILLER             PIC X(07) VALUE "  QTDE ".
           05 PGL-QTY            PIC ZZZZ9.
           05 FILLER             PIC X(08) VALUE "  CUSTO ".
           05 PGL-CUSTO          PIC ZZZZ9,99.

       01  POGEN-FORN-TOTAL-LINE.
           05 FILLER             PIC X(22)
              VALUE "TOTAL DO FORNECEDOR:  ".
           05 PGFT-PEDIDOS       PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE " PEDIDO(S)  ".
           05 PGFT-COPIAS        PIC ZZZZZZ9.
           05 FILLER             PIC X(08) VALUE " COPIAS".
           05 FILLER             PIC X(08) VALUE "  VALOR ".
           05 PGFT-VALOR         PIC Z(10)9,99.

       01  POGEN-REJECT-LINE.
           05 FILLER             PIC X(06) VALUE "LIVRO ".
              VALUE "PEDIDOS GERADOS:              ".
           05 PGT-COUNT          PIC ZZZZ9.

       01  POGEN-DOC-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "DOCUMENTOS POR FORNECEDOR:    ".
           05 PGT-DOCS           PIC ZZZZ9.

       01  POGEN-SEMFORN-LINE.
           05 FILLER             PIC X(30)
              VALUE "PEDIDOS SEM FORNECEDOR:       ".
           05 PGT-SEMFORN        PIC ZZZZ9.

       01  POGEN-EDI-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "ARQUIVOS DE PEDIDO ELETRONICO:".
           05 PGT-EDI            PIC ZZZZ9.

       01  POGEN-REJ-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "LINHAS REJEITADAS:            ".
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF NOT ENDOFACCEPT
               SORT POSORTFILE ON ASCENDING KEY PSF-FORNECEDOR
                                                PSF-BOOKNUM
                   INPUT PROCEDURE IS 0003-VALIDATE-ACCEPT
                   OUTPUT PROCEDURE IS 0004-WRITE-ORDERS
           END-IF.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

           IF NOT ENDOFACCEPT
               PERFORM 0002-300-OPEN-POMF
               PERFORM 0002-400-LOAD-COUNTER
               PERFORM 0002-600-LOAD-FORNECEDORES
               OPEN INPUT BOOKMASTERFILE
               OPEN INPUT COSTMASTERFILE
           END-IF.

       0002-300-OPEN-POMF.
               AT END SET ENDOFACCEPT TO TRUE
           END-READ.

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
                       MOVE FORN-CONTATO
                           TO WS-FT-CONTATO(WS-FORN-COUNT)
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

       0003-VALIDATE-ACCEPT.
           PERFORM 0002-500-READ-ACCEPT.
           PERFORM UNTIL ENDOFACCEPT
               IF ACC-BOOKNUM = SPACES
                  OR ACC-QTY IS NOT NUMERIC
                  OR ACC-QTY = ZEROS
                   MOVE ACC-BOOKNUM TO PGR-BOOKNUM
                   MOVE "LINHA INVALIDA (LIVRO/QTDE)" TO PGR-TEXT
                   WRITE WS-POGEN-RPT-LINE FROM POGEN-REJECT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-REJEITADOS-COUNT
               ELSE
                   PERFORM 0003-500-RELEASE-LINE
               END-IF
               PERFORM 0002-500-READ-ACCEPT
           END-PERFORM.

       0003-500-RELEASE-LINE.
           MOVE ACC-BOOKNUM TO PSF-BOOKNUM.
           MOVE ACC-QTY TO PSF-QTY.
           MOVE SPACES TO PSF-FORNECEDOR.
           IF WS-BMF-STATUS-OK OR WS-BMF-STATUS = "23"
               MOVE ACC-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY MOVE "TITULO NAO CADASTRADO"
                       TO PSF-TITLE
                   NOT INVALID KEY
                       MOVE BMF-BOOKTITLE TO PSF-TITLE
                       MOVE BMF-FORNECEDOR TO PSF-FORNECEDOR
               END-READ
           ELSE
               MOVE SPACES TO PSF-TITLE
           END-IF.
           MOVE ZEROS TO PSF-CUSTO.
           IF ACC-CUSTO-X IS NUMERIC
               MOVE ACC-CUSTO-N TO PSF-CUSTO
           ELSE
               IF WS-CST-STATUS-OK OR WS-CST-STATUS = "23"
                   MOVE ACC-BOOKNUM TO CST-BOOKNUM
                   READ COSTMASTERFILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CST-ULT-CUSTO TO PSF-CUSTO
                   END-READ
               END-IF
           END-IF.
           RELEASE PSF-SORTREC.

       0004-WRITE-ORDERS.
           RETURN POSORTFILE
               AT END SET ENDOFPOSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFPOSORT
               IF WS-FIRST-GROUP
                  OR PSF-FORNECEDOR NOT = WS-PREV-FORNECEDOR
                   PERFORM 0004-300-CLOSE-SUPPLIER
                   PERFORM 0004-400-OPEN-SUPPLIER
               END-IF
               PERFORM 0004-500-WRITE-PO
               RETURN POSORTFILE
                   AT END SET ENDOFPOSORT TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM 0004-300-CLOSE-SUPPLIER.

       0004-300-CLOSE-SUPPLIER.
           IF NOT WS-FIRST-GROUP
               MOVE WS-FORN-PEDIDOS TO PGFT-PEDIDOS
               MOVE WS-FORN-COPIAS TO PGFT-COPIAS
               MOVE WS-FORN-VALOR TO PGFT-VALOR
               MOVE POGEN-FORN-TOTAL-LINE TO WS-POGEN-RPT-LINE
               CALL "DECFMT" USING WS-POGEN-RPT-LINE, WS-POGEN-RPT-LEN
               WRITE WS-POGEN-RPT-LINE
                   AFTER ADVANCING 2 LINES
               ADD 1 TO WS-DOCUMENTOS-COUNT
           END-IF.
           IF WS-EDI-OPENED
               MOVE SPACES TO EPO-RECORD
               MOVE "T" TO EPO-TYPE
               MOVE WS-EDI-COUNT TO EPT-COUNT
               MOVE WS-EDI-QTY-TOTAL TO EPT-QTY-TOTAL
               MOVE WS-EDI-HASH TO EPT-HASH
               WRITE EPO-RECORD
               CLOSE EDIPOFILE
               MOVE "N" TO WS-EDI-OPEN-SW
               ADD 1 TO WS-EDI-FILES-COUNT
           END-IF.

       0004-400-OPEN-SUPPLIER.
           MOVE "N" TO WS-FIRST-GROUP-SW.
           MOVE PSF-FORNECEDOR TO WS-PREV-FORNECEDOR.
           MOVE ZEROS TO WS-FORN-PEDIDOS WS-FORN-COPIAS.
           MOVE ZEROS TO WS-FORN-VALOR.
           MOVE PSF-FORNECEDOR TO PGF-CODIGO.
           MOVE SPACES TO PGF-CONTATO.
           MOVE ZEROS TO PGF-PRAZO.
           IF PSF-FORNECEDOR = SPACES
               MOVE "FORNECEDOR NAO DEFINIDO" TO PGF-NOME
           ELSE
               PERFORM 0004-450-SCAN-FORNECEDOR
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > WS-FORN-COUNT
                      OR WS-FT-CODIGO(FX) = PSF-FORNECEDOR
               IF FX > WS-FORN-COUNT
                   MOVE "FORNECEDOR NAO CADASTRADO" TO PGF-NOME
               ELSE
                   MOVE WS-FT-NOME(FX) TO PGF-NOME
                   MOVE WS-FT-CONTATO(FX) TO PGF-CONTATO
                   MOVE WS-FT-PRAZO(FX) TO PGF-PRAZO
               END-IF
           END-IF.
           MOVE WS-RUN-DATE-NUM TO PGF-EMISSAO.
           WRITE WS-POGEN-RPT-LINE FROM POGEN-FORN-HEADING
               AFTER ADVANCING PAGE.
           WRITE WS-POGEN-RPT-LINE FROM POGEN-FORN-CONTACT
               AFTER ADVANCING 1 LINE.
           WRITE WS-POGEN-RPT-LINE FROM POGEN-FORN-DATE
               AFTER ADVANCING 1 LINE.
           WRITE WS-POGEN-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           IF PSF-FORNECEDOR NOT = SPACES
               PERFORM 0004-600-OPEN-EDI
           END-IF.

       0004-450-SCAN-FORNECEDOR.
           CONTINUE.

       0004-500-WRITE-PO.
           MOVE WS-PROX-NUMERO TO PO-NUMERO.
           MOVE PSF-BOOKNUM TO PO-BOOKNUM.
           MOVE PSF-QTY TO PO-QTY-PEDIDA.
           MOVE ZEROS TO PO-QTY-RECEBIDA.
           MOVE WS-RUN-DATE-NUM TO PO-DATA-EMISSAO.
           MOVE "A" TO PO-STATUS.
           MOVE PSF-FORNECEDOR TO PO-FORNECEDOR.
           MOVE PSF-CUSTO TO PO-CUSTO-UNIT.
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR PEDIDO ' PO-NUMERO
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE PO-NUMERO TO PGL-PONUM
                   MOVE PSF-BOOKNUM TO PGL-BOOKNUM
                   MOVE PSF-TITLE TO PGL-TITLE
                   MOVE PSF-QTY TO PGL-QTY
                   MOVE PSF-CUSTO TO PGL-CUSTO
                   MOVE POGEN-DETAIL-LINE TO WS-POGEN-RPT-LINE
                   CALL "DECFMT" USING WS-POGEN-RPT-LINE,
                       WS-POGEN-RPT-LEN
                   WRITE WS-POGEN-RPT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-GERADOS-COUNT
                   ADD 1 TO WS-FORN-PEDIDOS
                   ADD PSF-QTY TO WS-FORN-COPIAS
                   COMPUTE WS-LINE-VALOR = PSF-QTY * PSF-CUSTO
                   ADD WS-LINE-VALOR TO WS-FORN-VALOR
                   IF PSF-FORNECEDOR = SPACES
                       ADD 1 TO WS-SEM-FORN-COUNT
                   END-IF
                   IF WS-EDI-OPENED
                       PERFORM 0004-700-WRITE-EDI-LINE
                   END-IF
                   ADD 1 TO WS-PROX-NUMERO
           END-WRITE.

       0004-600-OPEN-EDI.
           MOVE WS-PROX-NUMERO TO WS-EDI-PONUM.
           MOVE SPACES TO WS-EDI-NAME.
           STRING WS-PTH-PREFIX DELIMITED BY SPACE
                  "EDIPO-" DELIMITED BY SIZE
                  PSF-FORNECEDOR DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-EDI-PONUM DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-EDI-NAME
           END-STRING.
           OPEN OUTPUT EDIPOFILE.
           IF WS-EDI-STATUS-OK
               SET WS-EDI-OPENED TO TRUE
               MOVE ZEROS TO WS-EDI-COUNT WS-EDI-QTY-TOTAL
               MOVE ZEROS TO WS-EDI-HASH
               MOVE SPACES TO EPO-RECORD
               MOVE "H" TO EPO-TYPE
               MOVE WS-RUN-DATE-NUM TO EPH-DATE
               MOVE "POGEN" TO EPH-SOURCE
               MOVE PSF-FORNECEDOR TO EPH-FORNECEDOR
               WRITE EPO-RECORD
           ELSE
               DISPLAY 'ERRO AO CRIAR ' WS-EDI-NAME
                   ' - STATUS ' WS-EDI-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.

       0004-700-WRITE-EDI-LINE.
           MOVE SPACES TO EPO-RECORD.
           MOVE "D" TO EPO-TYPE.
           MOVE PO-NUMERO TO EPD-PONUM.
           MOVE PSF-BOOKNUM TO EPD-BOOKNUM.
           MOVE PSF-TITLE TO EPD-TITLE.
           MOVE PSF-QTY TO EPD-QTY.
           MOVE PSF-CUSTO TO EPD-CUSTO-UNIT.
           MOVE WS-RUN-DATE-NUM TO EPD-DATA-EMISSAO.
           WRITE EPO-RECORD.
           ADD 1 TO WS-EDI-COUNT.
           ADD PSF-QTY TO WS-EDI-QTY-TOTAL.
           ADD WS-LINE-VALOR TO WS-EDI-HASH.

       0005-FINALIZE.
           MOVE WS-GERADOS-COUNT TO PGT-COUNT.
           WRITE WS-POGEN-RPT-LINE FROM POGEN-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-DOCUMENTOS-COUNT TO PGT-DOCS.
           WRITE WS-POGEN-RPT-LINE FROM POGEN-DOC-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SEM-FORN-COUNT TO PGT-SEMFORN.
           WRITE WS-POGEN-RPT-LINE FROM POGEN-SEMFORN-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-EDI-FILES-COUNT TO PGT-EDI.
           WRITE WS-POGEN-RPT-LINE FROM POGEN-EDI-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-REJEITADOS-COUNT TO PGT-REJECTS.
           WRITE WS-POGEN-RPT-LINE FROM POGEN-REJ-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
               CLOSE POACCEPTFILE
               IF WS-GERADOS-COUNT > ZEROS
                  AND RETURN-CODE = ZERO
                   PERFORM 0005-400-SAVE-COUNTER
                   OPEN OUTPUT POACCEPTFILE
                   CLOSE POACCEPTFILE
               END-IF
               IF WS-BMF-STATUS-OK OR WS-BMF-STATUS = "23"
                   CLOSE BOOKMASTERFILE
               END-IF
               IF WS-CST-STATUS-OK OR WS-CST-STATUS = "23"
                   CLOSE COSTMASTERFILE
               END-IF
           END-IF.
           DISPLAY 'GERACAO DE PEDIDOS DE COMPRA CONCLUIDA'.

       0005-400-SAVE-COUNTER.
           OPEN OUTPUT POCTLFILE.
           MOVE WS-PROX-NUMERO TO POCTL-PROX-NUMERO.
           WRITE POCTL-RECORD.
           CALL "DATADIR" USING WS-PTH-POMF-DAT.
           CALL "DATADIR" USING WS-PTH-POCTL-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-FORNECMF-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-PREFIX.
           CALL "DATADIR" USING WS-PTH-POGEN-SRT.
           CALL "DATADIR" USING WS-PTH-POGEN-RPT.

       END PROGRAM POGEN.
