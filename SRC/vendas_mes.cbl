      *              LANCAMENTOS, ERROS, DESVIADOS AND REPORT LINES
      *              WRITTEN), SO THE DAY-OVER-DAY VOLUME CHECK
      *              COVERS THIS STEP TOO.
      * 15/10/2026 - THE BRANCH FIGURES NO LONGER LIVE ONLY FOR THE
      *              RUN: AFTER A CLEAN SAVE, EVERY BRANCH/YEAR/MONTH
      *              POSTED IS APPENDED TO SALESFIL.DAT (BRANCH, YEAR,
      *              MONTH, VALUE, RUN DATE), BLANK-BRANCH POSTINGS
      *              INCLUDED UNDER A BLANK CODE, SO THE LEDGER ADDS UP
      *              TO THE SAME MONTHS AS SALESYTD AND THE BRANCH P&L
      *              (DREFIL) CAN TAKE ITS REVENUE FROM IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDAS_MES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT SALESFILFILE ASSIGN TO DYNAMIC WS-PTH-SALESFIL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFL-STATUS.

           SELECT PERIODCTLFILE ASSIGN TO DYNAMIC
               WS-PTH-PERIODCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
           88 WS-EOF-BRANCHMF   VALUE HIGH-VALUES.
           05 BRM-CODE          PIC X(3).
           05 BRM-NAME          PIC X(25).
           05 BRM-CNPJ          PIC X(14).
           05 BRM-IE            PIC X(14).
           05 BRM-UF            PIC X(2).
           05 BRM-SERIE-NFCE    PIC X(3).

       FD  SALESFILFILE.
       01  SFL-RECORD.
           05 SFL-FILIAL        PIC X(3).
           05 SFL-ANO           PIC 9(4).
           05 SFL-MES-N         PIC 9(2).
           05 SFL-VALOR         PIC 9(12)V99.
           05 SFL-DATE          PIC 9(8).

       FD  PERIODCTLFILE.
       01  PERIODCTL-RECORD.
           VALUE "ASSETS/PERIODCTL.DAT".
       77  WS-PTH-BATCHREG-DAT PIC X(44)
           VALUE "ASSETS/BATCHREG.DAT".
       77  WS-PTH-SALESFIL-DAT PIC X(44)
           VALUE "ASSETS/SALESFIL.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

              10 WS-FIL-VALOR PIC 9(12)V99.
       01  WS-FILIAL-COUNT   PIC 9(2) VALUE ZEROS.

       01  WS-FILLOG-TABLE.
           05 WS-FLG-ENTRY OCCURS 60 TIMES.
              10 WS-FLG-CODE  PIC X(3).
              10 WS-FLG-ANO   PIC 9(4).
              10 WS-FLG-MES   PIC 9(2).
              10 WS-FLG-VALOR PIC 9(12)V99.
       01  WS-FILLOG-COUNT   PIC 9(2) VALUE ZEROS.
       77  GX                PIC 9(2)    VALUE ZEROS.
       77  WS-SFL-STATUS     PIC X(02)   VALUE SPACES.
           88 WS-SFL-NOT-FOUND     VALUE "35".

       01  WS-FIL-HOLD.
           05 FILLER         PIC X(3).
           05 FILLER         PIC 9(4).
           ELSE
               PERFORM 0400-SAVE-YTD
               PERFORM 0450-REGISTER-BATCHES
               PERFORM 0460-APPEND-SALESFIL
           END-IF.
           IF WS-VENDAS-ERROR-COUNT > ZEROS
               MOVE 1 TO RETURN-CODE
               IF WS-FILIAL NOT = SPACES
                   PERFORM 0205-NOTE-FILIAL
               END-IF
               PERFORM 0208-NOTE-FILLOG
           END-IF.

       0205-NOTE-FILIAL.
               MOVE WS-ENTRY-ANOMES TO WS-LATEST-ANOMES
           END-IF.

       0208-NOTE-FILLOG.
           PERFORM 0207-SCAN-FILIAL
               VARYING GX FROM 1 BY 1
               UNTIL GX > WS-FILLOG-COUNT
                  OR (WS-FLG-CODE(GX) = WS-FILIAL
                      AND WS-FLG-ANO(GX) = WS-ANO-N
                      AND WS-FLG-MES(GX) = WS-MES-N).
           IF GX > WS-FILLOG-COUNT
               IF WS-FILLOG-COUNT < 60
                   ADD 1 TO WS-FILLOG-COUNT
                   MOVE WS-FILIAL TO WS-FLG-CODE(WS-FILLOG-COUNT)
                   MOVE WS-ANO-N TO WS-FLG-ANO(WS-FILLOG-COUNT)
                   MOVE WS-MES-N TO WS-FLG-MES(WS-FILLOG-COUNT)
                   MOVE WS-VENDA TO WS-FLG-VALOR(WS-FILLOG-COUNT)
               ELSE
                   DISPLAY 'LIMITE DE 60 FILIAIS/MESES DO SALESFIL '
                       'EXCEDIDO - ' WS-FILIAL ' ' WS-ANO-N WS-MES-N
                   ADD 1 TO WS-VENDAS-ERROR-COUNT
               END-IF
           ELSE
               ADD WS-VENDA TO WS-FLG-VALOR(GX)
           END-IF.

       0206-SCAN-BRANCH.
           CONTINUE.

           MOVE WS-APPLIED-ID(RGX) TO BREG-BATCH-ID.
           WRITE BREG-RECORD.

       0460-APPEND-SALESFIL.
           IF WS-FILLOG-COUNT > ZEROS
               OPEN EXTEND SALESFILFILE
               IF WS-SFL-NOT-FOUND
                   OPEN OUTPUT SALESFILFILE
               END-IF
               PERFORM 0460-500-WRITE-SALESFIL
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > WS-FILLOG-COUNT
               CLOSE SALESFILFILE
           END-IF.

       0460-500-WRITE-SALESFIL.
           MOVE WS-FLG-CODE(GX) TO SFL-FILIAL.
           MOVE WS-FLG-ANO(GX) TO SFL-ANO.
           MOVE WS-FLG-MES(GX) TO SFL-MES-N.
           MOVE WS-FLG-VALOR(GX) TO SFL-VALOR.
           MOVE WS-RUN-DATE-NUM TO SFL-DATE.
           WRITE SFL-RECORD.

       0400-SAVE-YTD.
           IF WS-GEN-CURRENT = 3 OR WS-GEN-CURRENT = ZEROS
               MOVE 1 TO WS-GEN-NEXT
           CALL "DATADIR" USING WS-PTH-BRANCHMF-DAT.
           CALL "DATADIR" USING WS-PTH-BATCHREG-DAT.
           CALL "DATADIR" USING WS-PTH-PERIODCTL-DAT.
           CALL "DATADIR" USING WS-PTH-SALESFIL-DAT.

       END PROGRAM VENDAS_MES.
