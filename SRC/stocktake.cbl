      * 03/09/2026 - THE INVENTORY IS NOW KEYED BY BOOK AND BRANCH;
      *              THE COUNT TRANSACTION GAINS A TRAILING BRANCH
      *              CODE (BLANK COUNTS AGAINST THE MATRIZ "MTZ").
      * 15/10/2026 - EVERY COUNT POSTED NOW STAMPS ITS DATE AS THE LAST
      *              COUNT OF THE BOOK/BRANCH ON THE CYCLE-COUNT
      *              MASTER CICLOMF.DAT KEPT BY ABCCLASS, SO THE
      *              ROLLING SCHEDULE AND THE OVERDUE REPORT SEE IT.
      *              A MISSING CICLOMF.DAT IS IGNORED.
      * 15/10/2026 - EVERY STOCK CHANGE IS NOW JOURNALED (BEFORE AND
      *              AFTER IMAGE, THROUGH INVJRNL) SO A BOOKINV.DAT
      *              RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY
      *              INVRECOV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKTAKE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT CYCLEMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CICLOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-KEY
               FILE STATUS IS WS-CIC-STATUS.

           SELECT VARSORTFILE ASSIGN TO DYNAMIC WS-PTH-STOCKTAKE-SRT.

           SELECT STOCKTAKEREPORTFILE ASSIGN TO DYNAMIC
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  ADJUSTLOGFILE.
       01  ADJ-RECORD.
           05 ADJ-CONTADOR       PIC X(8).
           05 ADJ-DATA-CONTAGEM  PIC 9(8).

       FD  CYCLEMASTERFILE.
       01  CIC-RECORD.
           05 CIC-KEY.
              10 CIC-BOOKNUM     PIC X(5).
              10 CIC-FILIAL      PIC X(3).
           05 CIC-CLASSE         PIC X(1).
           05 CIC-VALOR-12M      PIC 9(11)V99.
           05 CIC-DATA-CLASSE    PIC 9(8).
           05 CIC-ULT-CONTAGEM   PIC 9(8).
           05 CIC-PROX-DATA      PIC 9(8).

       SD  VARSORTFILE.
       01  VSF-SORTREC.
           88 ENDOFVARSORT       VALUE HIGH-VALUES.
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-STOCKADJ-DAT PIC X(44)
           VALUE "ASSETS/STOCKADJ.DAT".
       77  WS-PTH-CICLOMF-DAT PIC X(44)
           VALUE "ASSETS/CICLOMF.DAT".
       77  WS-PTH-STOCKTAKE-SRT PIC X(44)
           VALUE "ASSETS/STOCKTAKE.SRT".
       77  WS-PTH-STOCKTAKE-RPT PIC X(44)
           VALUE "ASSETS/STOCKTAKE.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY INVJRNREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-STK-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-ADJ-STATUS         PIC X(02) VALUE SPACES.
           88 WS-ADJ-STATUS-OK   VALUE "00".
           88 WS-ADJ-NOT-FOUND   VALUE "35".
       77  WS-CIC-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CIC-STATUS-OK   VALUE "00".
       77  WS-CIC-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CIC-OPENED      VALUE "Y".

       77  WS-CNT-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CNT-OPENED      VALUE "Y".
                   SET ENDOFCOUNTS TO TRUE
               ELSE
                   OPEN INPUT BOOKMASTERFILE
                   OPEN I-O CYCLEMASTERFILE
                   IF WS-CIC-STATUS-OK
                       SET WS-CIC-OPENED TO TRUE
                   END-IF
               END-IF
           END-IF.

           READ BOOKINVENTORYFILE
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-ANT
                   MOVE SPACES TO IJR-BEFORE-IMAGE
                   MOVE CNT-BOOKNUM TO BIF-BOOKNUM
                   MOVE CNT-QTY TO BIF-ONHAND
                   MOVE ZEROS TO BIF-REORDER-POINT
                           DISPLAY 'ERRO AO CRIAR ESTOQUE DO LIVRO '
                               CNT-BOOKNUM ' - STATUS ' WS-BIF-STATUS
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM 0003-350-JOURNAL-COUNT
                   END-WRITE
                   PERFORM 0003-500-NOTE-VARIANCE
               NOT INVALID KEY
                   IF CNT-QTY = BIF-ONHAND
                       ADD 1 TO WS-MATCHED-COUNT
                   ELSE
                       MOVE BIF-RECORD TO IJR-BEFORE-IMAGE
                       MOVE CNT-QTY TO BIF-ONHAND
                       REWRITE BIF-RECORD
                           INVALID KEY
                                   'LIVRO ' CNT-BOOKNUM ' - STATUS '
                                   WS-BIF-STATUS
                               MOVE 1 TO RETURN-CODE
                           NOT INVALID KEY
                               PERFORM 0003-350-JOURNAL-COUNT
                       END-REWRITE
                       PERFORM 0003-500-NOTE-VARIANCE
                   END-IF
           END-READ.
           IF WS-CIC-OPENED
               PERFORM 0003-700-MARK-CYCLE-COUNT
           END-IF.

       0003-350-JOURNAL-COUNT.
           MOVE "STOCKTAKE" TO IJR-PROGRAM.
           MOVE BIF-RECORD TO IJR-AFTER-IMAGE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

       0003-500-NOTE-VARIANCE.
           COMPUTE WS-VARIACAO = CNT-QTY - WS-SALDO-ANT.
           WRITE ADJ-RECORD.
           CLOSE ADJUSTLOGFILE.

       0003-700-MARK-CYCLE-COUNT.
           MOVE BIF-KEY TO CIC-KEY.
           READ CYCLEMASTERFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CNT-DATE IS NUMERIC AND CNT-DATE > ZEROS
                       MOVE CNT-DATE TO CIC-ULT-CONTAGEM
                   ELSE
                       MOVE WS-RUN-DATE-NUM TO CIC-ULT-CONTAGEM
                   END-IF
                   REWRITE CIC-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR CICLOMF - LIVRO '
                               CIC-BOOKNUM ' - STATUS ' WS-CIC-STATUS
                   END-REWRITE
           END-READ.

       0004-VARIANCE-REPORT.
           RETURN VARSORTFILE
               AT END SET ENDOFVARSORT TO TRUE
                       CLOSE BOOKMASTERFILE
                   END-IF
               END-IF
               IF WS-CIC-OPENED
                   CLOSE CYCLEMASTERFILE
               END-IF
               IF RETURN-CODE = ZERO
                   OPEN OUTPUT COUNTFILE
                   CLOSE COUNTFILE
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-STOCKADJ-DAT.
           CALL "DATADIR" USING WS-PTH-CICLOMF-DAT.
           CALL "DATADIR" USING WS-PTH-STOCKTAKE-SRT.
           CALL "DATADIR" USING WS-PTH-STOCKTAKE-RPT.

