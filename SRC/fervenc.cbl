      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. A VACATION NOT GIVEN BY THE END OF
      *              ITS CONCESSION PERIOD IS PAID IN DOUBLE. THIS
      *              MONTHLY REPORT READS THE VACATION LEDGER
      *              FERIAS.DAT (REBUILT EACH NIGHT BY FERIAS) AND
      *              LISTS, BY MATRICULA, EVERY COMPLETE ACCRUAL PERIOD
      *              WITH DAYS STILL OWED WHOSE DEADLINE MONTH IS
      *              ALREADY PAST ("VENCIDA") OR FALLS WITHIN THE NEXT
      *              90 DAYS ("A VENCER"), WITH THE NAME, DEPARTMENT
      *              AND THE EXTRA COST THE DOUBLE WOULD BRING (DAYS
      *              OWED AT THE CURRENT SALARY PLUS ONE THIRD). THE
      *              LISTING GOES TO FERVENC.RPT; HOLD THE STEP TO ITS
      *              DAY WITH A SCHEDCTL "M" ENTRY, AS ROYALTY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERVENC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERIASLEDGERFILE ASSIGN TO DYNAMIC
               WS-PTH-FERIAS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLED-STATUS.

           SELECT EMPLOYEEMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-EMPMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT FERVENCREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-FERVENC-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FERIASLEDGERFILE.
       01  FLED-RECORD.
           88 WS-EOF-FLED          VALUE HIGH-VALUES.
           05 FLED-MATRICULA       PIC 9(06).
           05 FLED-PERIODO         PIC 9(02).
           05 FLED-AQUIS-INI       PIC 9(06).
           05 FLED-AQUIS-FIM       PIC 9(06).
           05 FLED-COMPLETO        PIC X(01).
           05 FLED-DIAS-DIREITO    PIC 9(02)V9.
           05 FLED-DIAS-GOZADOS    PIC 9(02).
           05 FLED-DIAS-VENDIDOS   PIC 9(02).
           05 FLED-LIMITE          PIC 9(06).

       FD  EMPLOYEEMASTERFILE.
       01  WS-EMP-RECORD.
           05 WS-EMP-MATRICULA     PIC 9(06).
           05 WS-EMP-NOME          PIC X(30).
           05 WS-EMP-ANO-INGRESSO  PIC 9(04).
           05 WS-EMP-MES-INGRESSO  PIC 9(02).
           05 WS-EMP-SALARIO       PIC 9(9)V9(2).
           05 WS-EMP-GRADE         PIC X(02).
           05 WS-EMP-SITUACAO      PIC X(01).
              88 WS-EMP-ATIVO      VALUE "A".
              88 WS-EMP-AFASTADO   VALUE "F".
              88 WS-EMP-DESLIGADO  VALUE "D".
           05 WS-EMP-DEPTO         PIC X(03).

       FD  FERVENCREPORTFILE.
       01  WS-FV-RPT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-FERIAS-DAT PIC X(44)
           VALUE "ASSETS/FERIAS.DAT".
       77  WS-PTH-EMPMF-DAT PIC X(44)
           VALUE "ASSETS/EMPMF.DAT".
       77  WS-PTH-FERVENC-RPT PIC X(44)
           VALUE "ASSETS/FERVENC.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-FV-RPT-LEN           PIC 9(03) VALUE 100.
       77  WS-FLED-STATUS          PIC X(02) VALUE SPACES.
           88 WS-FLED-STATUS-OK    VALUE "00".
           88 WS-FLED-NOT-FOUND    VALUE "35".
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-EMP-STATUS-OK     VALUE "00".

       77  WS-RUN-ABS              PIC 9(6) VALUE ZEROS.
       77  WS-LIMITE-ABS           PIC 9(6) VALUE ZEROS.
       77  WS-SALDO-DIAS           PIC S9(2)V9 VALUE ZEROS.
       77  WS-CUSTO-DOBRO          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TOTAL-VENCIDAS       PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-A-VENCER       PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-CUSTO-VENC     PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-TOTAL-CUSTO-AVENC    PIC 9(11)V9(2) VALUE ZEROS.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-RUN-MES           PIC 9(2).
           05 WS-RUN-DIA           PIC 9(2).

       01  WS-LIMITE-SPLIT.
           05 WS-LIMITE-ANO        PIC 9(4).
           05 WS-LIMITE-MES        PIC 9(2).

       01  FV-DETAIL-LINE.
           05 FDL-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FDL-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FDL-DEPTO            PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FDL-AQUIS-INI        PIC 9(06).
           05 FILLER               PIC X(01) VALUE "-".
           05 FDL-AQUIS-FIM        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FDL-SALDO            PIC Z9,9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FDL-LIMITE           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FDL-SITUACAO         PIC X(09).
           05 FDL-CUSTO            PIC Z(8)9,99.

       01  FV-COLUMN-LINE.
           05 FILLER               PIC X(38)
              VALUE "MATRIC NOME".
           05 FILLER               PIC X(30)
              VALUE "DEP PERIODO       DIAS LIMITE ".
           05 FILLER               PIC X(21)
              VALUE "SITUACAO  CUSTO DOBRO".

       01  FV-COUNT-LINE.
           05 FCL-LABEL            PIC X(30).
           05 FCL-COUNT            PIC ZZZZ9.

       01  FV-TOTAL-LINE.
           05 FTL-LABEL            PIC X(30).
           05 FTL-VALOR            PIC Z(10)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-JUDGE-PERIOD UNTIL WS-EOF-FLED.
           PERFORM 0004-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-FERIAS-DAT.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-FERVENC-RPT.

       0001-500-LOG-START.
           MOVE "FERVENC" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "FERVENC" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-RUN-ABS = (WS-RUN-ANO * 12) + WS-RUN-MES - 1.
           OPEN OUTPUT FERVENCREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "FERIAS VENCIDAS E A VENCER EM 90 DIAS"
               TO RPT-BH-TITLE.
           WRITE WS-FV-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-FV-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-FV-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-FV-RPT-LINE FROM FV-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT FERIASLEDGERFILE.
           IF NOT WS-FLED-STATUS-OK
               IF WS-FLED-NOT-FOUND
                   DISPLAY 'SEM CONTROLE DE FERIAS (FERIAS.DAT)'
               ELSE
                   DISPLAY 'ERRO AO ABRIR FERIAS.DAT - STATUS '
                       WS-FLED-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
               SET WS-EOF-FLED TO TRUE
           ELSE
               OPEN INPUT EMPLOYEEMASTERFILE
               IF NOT WS-EMP-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR EMPLOYEEMASTERFILE - '
                       'STATUS ' WS-EMP-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-EOF-FLED TO TRUE
               ELSE
                   PERFORM 0002-500-READ-LEDGER
               END-IF
           END-IF.

       0002-500-READ-LEDGER.
           READ FERIASLEDGERFILE
               AT END SET WS-EOF-FLED TO TRUE
           END-READ.

       0003-JUDGE-PERIOD.
           COMPUTE WS-SALDO-DIAS = FLED-DIAS-DIREITO
               - FLED-DIAS-GOZADOS - FLED-DIAS-VENDIDOS.
           MOVE FLED-LIMITE TO WS-LIMITE-SPLIT.
           COMPUTE WS-LIMITE-ABS =
               (WS-LIMITE-ANO * 12) + WS-LIMITE-MES - 1.
           IF FLED-COMPLETO = "S" AND WS-SALDO-DIAS > ZEROS
              AND WS-LIMITE-ABS < WS-RUN-ABS + 3
               PERFORM 0003-500-LIST-PERIOD
           END-IF.
           PERFORM 0002-500-READ-LEDGER.

       0003-500-LIST-PERIOD.
           MOVE FLED-MATRICULA TO WS-EMP-MATRICULA.
           READ EMPLOYEEMASTERFILE
               INVALID KEY
                   MOVE SPACES TO WS-EMP-NOME WS-EMP-DEPTO
                   MOVE ZEROS TO WS-EMP-SALARIO
           END-READ.
           COMPUTE WS-CUSTO-DOBRO ROUNDED =
               WS-EMP-SALARIO * WS-SALDO-DIAS / 30 * 4 / 3.
           MOVE FLED-MATRICULA TO FDL-MATRICULA.
           MOVE WS-EMP-NOME TO FDL-NOME.
           MOVE WS-EMP-DEPTO TO FDL-DEPTO.
           MOVE FLED-AQUIS-INI TO FDL-AQUIS-INI.
           MOVE FLED-AQUIS-FIM TO FDL-AQUIS-FIM.
           MOVE WS-SALDO-DIAS TO FDL-SALDO.
           MOVE FLED-LIMITE TO FDL-LIMITE.
           MOVE WS-CUSTO-DOBRO TO FDL-CUSTO.
           IF WS-LIMITE-ABS < WS-RUN-ABS
               MOVE "VENCIDA" TO FDL-SITUACAO
               ADD 1 TO WS-TOTAL-VENCIDAS
               ADD WS-CUSTO-DOBRO TO WS-TOTAL-CUSTO-VENC
           ELSE
               MOVE "A VENCER" TO FDL-SITUACAO
               ADD 1 TO WS-TOTAL-A-VENCER
               ADD WS-CUSTO-DOBRO TO WS-TOTAL-CUSTO-AVENC
           END-IF.
           MOVE FV-DETAIL-LINE TO WS-FV-RPT-LINE.
           CALL "DECFMT" USING WS-FV-RPT-LINE, WS-FV-RPT-LEN.
           WRITE WS-FV-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-FINALIZE.
           MOVE "PERIODOS VENCIDOS:            " TO FCL-LABEL.
           MOVE WS-TOTAL-VENCIDAS TO FCL-COUNT.
           WRITE WS-FV-RPT-LINE FROM FV-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "CUSTO DO DOBRO JA DEVIDO:     " TO FTL-LABEL.
           MOVE WS-TOTAL-CUSTO-VENC TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           MOVE "PERIODOS A VENCER EM 90 DIAS: " TO FCL-LABEL.
           MOVE WS-TOTAL-A-VENCER TO FCL-COUNT.
           WRITE WS-FV-RPT-LINE FROM FV-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CUSTO DO DOBRO A EVITAR:      " TO FTL-LABEL.
           MOVE WS-TOTAL-CUSTO-AVENC TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           WRITE WS-FV-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE FERVENCREPORTFILE.
           IF WS-FLED-STATUS-OK OR WS-FLED-STATUS = "10"
               CLOSE FERIASLEDGERFILE
           END-IF.
           IF WS-EMP-STATUS-OK OR WS-EMP-STATUS = "23"
               CLOSE EMPLOYEEMASTERFILE
           END-IF.
           DISPLAY 'RELATORIO DE FERIAS A VENCER CONCLUIDO'.

       0004-500-PRINT-TOTAL-LINE.
           MOVE FV-TOTAL-LINE TO WS-FV-RPT-LINE.
           CALL "DECFMT" USING WS-FV-RPT-LINE, WS-FV-RPT-LEN.
           WRITE WS-FV-RPT-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM FERVENC.
