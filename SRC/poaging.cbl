      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - EACH OPEN ORDER NOW CARRIES ITS SUPPLIER: A SECOND
      *              LINE NAMES THE SUPPLIER AND CONTACT FROM
      *              FORNECMF.DAT SO THE BUYER KNOWS WHOM TO CHASE, AND
      *              AN ORDER OPEN LONGER THAN THE SUPPLIER'S USUAL
      *              LEAD TIME IS MARKED ATRASADO AND COUNTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POAGING.
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT FORNECMFFILE ASSIGN TO DYNAMIC WS-PTH-FORNECMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORN-STATUS.

           SELECT POAGINGREPORTFILE ASSIGN TO DYNAMIC WS-PTH-POAGING-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
              88 PO-ABERTA       VALUE "A".
              88 PO-PARCIAL      VALUE "P".
              88 PO-FECHADA      VALUE "F".
           05 PO-FORNECEDOR      PIC X(5).
           05 PO-CUSTO-UNIT      PIC 9(5)V99.

       FD  BOOKMASTERFILE.
       01  BMF-RECORD.
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

       FD  POAGINGREPORTFILE.
       01  WS-POAGE-RPT-LINE     PIC X(100).
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-POAGING-RPT PIC X(44)
           VALUE "ASSETS/POAGING.RPT".
       77  WS-PTH-FORNECMF-DAT PIC X(44)
           VALUE "ASSETS/FORNECMF.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

           88 WS-POMF-STATUS-OK  VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-FORN-STATUS        PIC X(02) VALUE SPACES.
           88 WS-FORN-STATUS-OK  VALUE "00".
       77  WS-ATRASO-COUNT       PIC 9(5) VALUE ZEROS.

       77  WS-OPEN-COUNT         PIC 9(5) VALUE ZEROS.
       77  WS-PENDENTE-QTY       PIC S9(6) VALUE ZEROS.
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-TABLE.
           05 WS-CUMDAYS-MES     PIC 9(3) OCCURS 12 TIMES.

       01  WS-FORN-TABLE.
           05 WS-FORN-ENTRY OCCURS 100 TIMES.
              10 WS-FT-CODIGO    PIC X(5).
              10 WS-FT-NOME      PIC X(30).
              10 WS-FT-CONTATO   PIC X(25).
              10 WS-FT-PRAZO     PIC 9(3).
       01  WS-FORN-COUNT         PIC 9(3) VALUE ZEROS.
       01  FX                    PIC 9(3).

       01  POAGE-HEADING.
           05 FILLER             PIC X(08) VALUE "PEDIDO".
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(09) VALUE "RECEBIDA".
           05 FILLER             PIC X(10) VALUE "PENDENTE".
           05 FILLER             PIC X(10) VALUE "EMISSAO".
           05 FILLER             PIC X(06) VALUE "DIAS".
           05 FILLER             PIC X(08) VALUE "SITUACAO".

       01  POAGE-DETAIL-LINE.
           05 PAL-PONUM          PIC 9(6).
           05 PAL-EMISSAO        PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PAL-DIAS           PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PAL-ATRASO         PIC X(08).

       01  POAGE-FORN-LINE.
           05 FILLER             PIC X(08) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE "FORNECEDOR: ".
           05 PAF-CODIGO         PIC X(5).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PAF-NOME           PIC X(30).
           05 FILLER             PIC X(10) VALUE " CONTATO: ".
           05 PAF-CONTATO        PIC X(25).

       01  POAGE-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "COPIAS PENDENTES:             ".
           05 PAT-PENDENTE       PIC ZZZZZZ9.

       01  POAGE-ATRASO-LINE.
           05 FILLER             PIC X(30)
              VALUE "ALEM DO PRAZO DO FORNECEDOR:  ".
           05 PAT-ATRASO         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           MOVE WS-RUN-DATE-NUM TO WS-SERIAL-DATE-X.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-RUN-SERIAL.
           PERFORM 0002-300-LOAD-FORNECEDORES.
           OPEN INPUT POMASTERFILE.
           IF NOT WS-POMF-STATUS-OK
               DISPLAY 'SEM POMF.DAT - NENHUM PEDIDO REGISTRADO'
               PERFORM 0002-500-READ-PO
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

       0002-500-READ-PO.
           READ POMASTERFILE NEXT RECORD
               AT END SET ENDOFPOMF TO TRUE
               MOVE WS-PENDENTE-QTY TO PAL-PENDENTE
               MOVE PO-DATA-EMISSAO TO PAL-EMISSAO
               MOVE WS-DIAS-ABERTO TO PAL-DIAS
               PERFORM 0003-600-FIND-FORNECEDOR
               WRITE WS-POAGE-RPT-LINE FROM POAGE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               WRITE WS-POAGE-RPT-LINE FROM POAGE-FORN-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-OPEN-COUNT
               ADD WS-PENDENTE-QTY TO WS-TOTAL-PENDENTE
           END-IF.
               MOVE SPACES TO PAL-TITLE
           END-IF.

       0003-600-FIND-FORNECEDOR.
           MOVE SPACES TO PAL-ATRASO.
           MOVE PO-FORNECEDOR TO PAF-CODIGO.
           MOVE SPACES TO PAF-CONTATO.
           IF PO-FORNECEDOR = SPACES
               MOVE "SEM FORNECEDOR NO PEDIDO" TO PAF-NOME
           ELSE
               PERFORM 0003-650-SCAN-FORNECEDOR
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > WS-FORN-COUNT
                      OR WS-FT-CODIGO(FX) = PO-FORNECEDOR
               IF FX > WS-FORN-COUNT
                   MOVE "FORNECEDOR NAO CADASTRADO" TO PAF-NOME
               ELSE
                   MOVE WS-FT-NOME(FX) TO PAF-NOME
                   MOVE WS-FT-CONTATO(FX) TO PAF-CONTATO
                   IF WS-FT-PRAZO(FX) > ZEROS
                      AND WS-DIAS-ABERTO > WS-FT-PRAZO(FX)
                       MOVE "ATRASADO" TO PAL-ATRASO
                       ADD 1 TO WS-ATRASO-COUNT
                   END-IF
               END-IF
           END-IF.

       0003-650-SCAN-FORNECEDOR.
           CONTINUE.

       0008-DATE-TO-SERIAL.
           COMPUTE WS-SERIAL-WORK = WS-SDX-ANO * 365.
           COMPUTE WS-SER-AUX = WS-SDX-ANO / 4.
           MOVE WS-TOTAL-PENDENTE TO PAT-PENDENTE.
           WRITE WS-POAGE-RPT-LINE FROM POAGE-PEND-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-ATRASO-COUNT TO PAT-ATRASO.
           WRITE WS-POAGE-RPT-LINE FROM POAGE-ATRASO-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-POAGE-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE POAGINGREPORTFILE.
           CALL "DATADIR" USING WS-PTH-POMF-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-POAGING-RPT.
           CALL "DATADIR" USING WS-PTH-FORNECMF-DAT.

       END PROGRAM POAGING.
