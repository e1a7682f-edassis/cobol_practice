      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - BOTH RECORDS NOW CARRY THE BOOK'S DEFAULT
      *              SUPPLIER CODE (FORNECMF.DAT), SYNCED FROM THE
      *              CADASTRO SIDE LIKE THE OTHER FIELDS SO POGEN CAN
      *              GROUP ITS ORDERS BY SUPPLIER.
      * 15/10/2026 - BOTH RECORDS NOW CARRY THE SUBJECT CATEGORY CODE
      *              (CATEGMF.DAT), SYNCED FROM THE CADASTRO SIDE SO
      *              BESTSELLERS AND SALESTREND CAN GROUP BY IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSYNC.
           05 CAD-PRICE        PIC 9(5)V99.
           05 CAD-AUTHORID     PIC 9(5).
           05 CAD-SITUACAO     PIC X(1).
           05 CAD-FORNECEDOR   PIC X(5).
           05 CAD-CATEGORIA    PIC X(3).
           05 CAD-ISBN         PIC X(13).

       FD  BOOKMASTERFILE.
       01  BMF-RECORD.
           05 BMF-PRICE        PIC 9(5)V99.
           05 BMF-AUTHORID     PIC 9(5).
           05 BMF-SITUACAO      PIC X(1).
           05 BMF-FORNECEDOR    PIC X(5).
           05 BMF-CATEGORIA     PIC X(3).

       FD  SYNCREPORTFILE.
       01  WS-SYNC-RPT-LINE    PIC X(90).
              AND CAD-PRICE = BMF-PRICE
              AND CAD-AUTHORID = BMF-AUTHORID
              AND CAD-SITUACAO = BMF-SITUACAO
              AND CAD-FORNECEDOR = BMF-FORNECEDOR
              AND CAD-CATEGORIA = BMF-CATEGORIA
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               PERFORM 0003-400-REWRITE-MISMATCH
           MOVE CAD-PRICE TO BMF-PRICE.
           MOVE CAD-AUTHORID TO BMF-AUTHORID.
           MOVE CAD-SITUACAO TO BMF-SITUACAO.
           MOVE CAD-FORNECEDOR TO BMF-FORNECEDOR.
           MOVE CAD-CATEGORIA TO BMF-CATEGORIA.
           REWRITE BMF-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR LIVRO ' CAD-BOOKNUM
