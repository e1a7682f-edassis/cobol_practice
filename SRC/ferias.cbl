      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. NOTHING IN THE SUITE KNEW ABOUT
      *              VACATIONS - BALANCES LIVED ON HR'S CARDS. THIS
      *              STEP REBUILDS THE VACATION LEDGER FERIAS.DAT EVERY
      *              RUN FROM TWO SOURCES OF TRUTH: EMPMF.DAT (THE
      *              ACCRUAL PERIODS FOLLOW ANO/MES-INGRESSO, TWELVE
      *              MONTHS EACH, 30 DAYS EARNED ON A COMPLETE PERIOD
      *              AND 2,5 PER MONTH ON THE ONE RUNNING, THE
      *              DEADLINE TWELVE MONTHS AFTER THE PERIOD ENDS) AND
      *              THE SCHEDULE FILE FERIASPROG.DAT KEYED ON THE
      *              EMPLOYEE SCREEN. THE SCHEDULES ARE SORTED BY
      *              MATRICULA AND START DATE AND MATCHED AGAINST THE
      *              MASTER; EACH ONE DRAWS ITS DAYS (AND THE 10 DAYS
      *              SOLD BACK, IF ANY) FROM THE OLDEST PERIOD
      *              COMPLETED BY ITS START DATE. A SCHEDULE THE
      *              BALANCE CANNOT COVER, OR FOR AN UNKNOWN
      *              MATRICULA, IS MARKED "R" AND LISTED; THE OTHERS
      *              ARE MARKED "A" SO FOLHA CAN PAY THEM. DESLIGADO
      *              EMPLOYEES LEAVE THE LEDGER (THEIR SCHEDULES STAY
      *              AS THEY WERE). ALLOCATIONS AND REJECTS GO TO
      *              FERIAS.RPT; A NEW REJECT GIVES RETURN-CODE 1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-EMPMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT FERIASPROGFILE ASSIGN TO DYNAMIC
               WS-PTH-FERIASPROG-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPROG-STATUS.

           SELECT FERIASPROGTEMP ASSIGN TO DYNAMIC
               WS-PTH-FERIASPROG-TMP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FERIASLEDGERFILE ASSIGN TO DYNAMIC
               WS-PTH-FERIAS-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FPROGSORTFILE ASSIGN TO DYNAMIC
               WS-PTH-FERIASPROG-SRT.

           SELECT FERIASREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-FERIAS-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  FERIASPROGFILE.
       01  FPROG-RECORD.
           88 WS-EOF-FPROG         VALUE HIGH-VALUES.
           05 FPROG-MATRICULA      PIC 9(06).
           05 FPROG-INICIO         PIC 9(08).
           05 FPROG-DIAS           PIC 9(02).
           05 FPROG-ABONO          PIC X(01).
           05 FPROG-STATUS         PIC X(01).
           05 FPROG-DATA-REG       PIC 9(08).
           05 FPROG-OPERADOR       PIC X(08).

       FD  FERIASPROGTEMP.
       01  FPTMP-RECORD.
           88 WS-EOF-FPTMP         VALUE HIGH-VALUES.
           02 FILLER               PIC X(34).

       FD  FERIASLEDGERFILE.
       01  FLED-RECORD.
           05 FLED-MATRICULA       PIC 9(06).
           05 FLED-PERIODO         PIC 9(02).
           05 FLED-AQUIS-INI       PIC 9(06).
           05 FLED-AQUIS-FIM       PIC 9(06).
           05 FLED-COMPLETO        PIC X(01).
           05 FLED-DIAS-DIREITO    PIC 9(02)V9.
           05 FLED-DIAS-GOZADOS    PIC 9(02).
           05 FLED-DIAS-VENDIDOS   PIC 9(02).
           05 FLED-LIMITE          PIC 9(06).

       SD  FPROGSORTFILE.
       01  FPS-SORTREC.
           88 ENDOFFPSORT          VALUE HIGH-VALUES.
           05 FPS-MATRICULA        PIC 9(06).
           05 FPS-INICIO           PIC 9(08).
           05 FPS-DIAS             PIC 9(02).
           05 FPS-ABONO            PIC X(01).
           05 FPS-STATUS           PIC X(01).
           05 FPS-DATA-REG         PIC 9(08).
           05 FPS-OPERADOR         PIC X(08).

       FD  FERIASREPORTFILE.
       01  WS-FER-RPT-LINE         PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PTH-EMPMF-DAT PIC X(44)
           VALUE "ASSETS/EMPMF.DAT".
       77  WS-PTH-FERIASPROG-DAT PIC X(44)
           VALUE "ASSETS/FERIASPROG.DAT".
       77  WS-PTH-FERIASPROG-TMP PIC X(44)
           VALUE "ASSETS/FERIASPROG.TMP".
       77  WS-PTH-FERIASPROG-SRT PIC X(44)
           VALUE "ASSETS/FERIASPROG.SRT".
       77  WS-PTH-FERIAS-DAT PIC X(44)
           VALUE "ASSETS/FERIAS.DAT".
       77  WS-PTH-FERIAS-RPT PIC X(44)
           VALUE "ASSETS/FERIAS.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-EMP-STATUS-OK     VALUE "00".
       77  WS-FPROG-STATUS         PIC X(02) VALUE SPACES.
           88 WS-FPROG-STATUS-OK   VALUE "00".
           88 WS-FPROG-NOT-FOUND   VALUE "35".

       01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-EOF-EMPLOYEE      VALUE "Y".

       77  WS-RUN-ABS              PIC 9(6) VALUE ZEROS.
       77  WS-ING-ABS              PIC 9(6) VALUE ZEROS.
       77  WS-PROG-ABS             PIC 9(6) VALUE ZEROS.
       77  WS-CONV-ABS             PIC 9(6) VALUE ZEROS.
       77  WS-CONV-ANO             PIC 9(4) VALUE ZEROS.
       77  WS-CONV-RESTO           PIC 9(2) VALUE ZEROS.
       77  WS-CONV-ANOMES          PIC 9(6) VALUE ZEROS.
       77  WS-FALTA-GOZO           PIC 9(2) VALUE ZEROS.
       77  WS-FALTA-VENDA          PIC 9(2) VALUE ZEROS.
       77  WS-DISPONIVEL           PIC 9(4) VALUE ZEROS.
       77  WS-SALDO-PER            PIC 9(2) VALUE ZEROS.
       77  WS-PEDIDO               PIC 9(2) VALUE ZEROS.
       77  WS-STATUS-ANTERIOR      PIC X(01) VALUE SPACE.

       77  WS-TOTAL-EMPREGADOS     PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-PERIODOS       PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-ALOCADAS       PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-RECUSADAS      PIC 9(5) VALUE ZEROS.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-RUN-MES           PIC 9(2).
           05 WS-RUN-DIA           PIC 9(2).

       01  WS-PROG-DATE-SPLIT.
           05 WS-PROG-ANO          PIC 9(4).
           05 WS-PROG-MES          PIC 9(2).
           05 WS-PROG-DIA          PIC 9(2).

       01  WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 60 TIMES.
              10 WS-PER-INI-ABS     PIC 9(6).
              10 WS-PER-FIM-ABS     PIC 9(6).
              10 WS-PER-DIREITO     PIC 9(2)V9.
              10 WS-PER-GOZADOS     PIC 9(2).
              10 WS-PER-VENDIDOS    PIC 9(2).
       01  WS-PER-COUNT            PIC 99 VALUE ZEROS.
       01  PX                      PIC 99.

       01  FER-PROG-LINE.
           05 FILLER               PIC X(10) VALUE "MATRICULA ".
           05 FPL-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(09) VALUE "  INICIO ".
           05 FPL-INICIO           PIC 9(08).
           05 FILLER               PIC X(07) VALUE "  DIAS ".
           05 FPL-DIAS             PIC Z9.
           05 FILLER               PIC X(08) VALUE "  ABONO ".
           05 FPL-ABONO            PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FPL-SITUACAO         PIC X(35).

       01  FER-COUNT-LINE.
           05 FCL-LABEL            PIC X(30).
           05 FCL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT FPROGSORTFILE ON ASCENDING KEY FPS-MATRICULA
                                               FPS-INICIO
               INPUT PROCEDURE IS 0003-LOAD-SCHEDULES
               OUTPUT PROCEDURE IS 0004-BUILD-LEDGER.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-FERIASPROG-DAT.
           CALL "DATADIR" USING WS-PTH-FERIASPROG-TMP.
           CALL "DATADIR" USING WS-PTH-FERIASPROG-SRT.
           CALL "DATADIR" USING WS-PTH-FERIAS-DAT.
           CALL "DATADIR" USING WS-PTH-FERIAS-RPT.

       0001-500-LOG-START.
           MOVE "FERIAS" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "ALOCADAS" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-ALOCADAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "RECUSADAS" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-RECUSADAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "FERIAS" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "FERIAS" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-RUN-ABS = (WS-RUN-ANO * 12) + WS-RUN-MES - 1.
           OPEN OUTPUT FERIASREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "CONTROLE DE FERIAS - PROGRAMACOES" TO RPT-BH-TITLE.
           WRITE WS-FER-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-FER-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-FER-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.

       0003-LOAD-SCHEDULES.
           OPEN INPUT FERIASPROGFILE.
           IF WS-FPROG-STATUS-OK
               READ FERIASPROGFILE
                   AT END SET WS-EOF-FPROG TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-FPROG
                   MOVE FPROG-RECORD TO FPS-SORTREC
                   RELEASE FPS-SORTREC
                   READ FERIASPROGFILE
                       AT END SET WS-EOF-FPROG TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FERIASPROGFILE
           ELSE
               IF NOT WS-FPROG-NOT-FOUND
                   DISPLAY 'ERRO AO ABRIR FERIASPROG - STATUS '
                       WS-FPROG-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       0004-BUILD-LEDGER.
           OPEN INPUT EMPLOYEEMASTERFILE.
           IF NOT WS-EMP-STATUS-OK
               DISPLAY 'ERRO AO ABRIR EMPLOYEEMASTERFILE - STATUS '
                   WS-EMP-STATUS ' - CONTROLE DE FERIAS MANTIDO'
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FERIASLEDGERFILE
               OPEN OUTPUT FERIASPROGTEMP
               PERFORM 0004-100-READ-EMPLOYEE
               PERFORM 0004-200-RETURN-SCHEDULE
               PERFORM 0004-300-ONE-EMPLOYEE UNTIL WS-EOF-EMPLOYEE
               PERFORM 0004-800-ORPHAN-SCHEDULE UNTIL ENDOFFPSORT
               CLOSE EMPLOYEEMASTERFILE
               CLOSE FERIASLEDGERFILE
               CLOSE FERIASPROGTEMP
           END-IF.

       0004-100-READ-EMPLOYEE.
           READ EMPLOYEEMASTERFILE
               AT END SET WS-EOF-EMPLOYEE TO TRUE
           END-READ.

       0004-200-RETURN-SCHEDULE.
           RETURN FPROGSORTFILE
               AT END SET ENDOFFPSORT TO TRUE
           END-RETURN.

       0004-300-ONE-EMPLOYEE.
           PERFORM 0004-800-ORPHAN-SCHEDULE
               UNTIL ENDOFFPSORT
                  OR FPS-MATRICULA NOT < WS-EMP-MATRICULA.
           IF WS-EMP-DESLIGADO
               PERFORM UNTIL ENDOFFPSORT
                          OR FPS-MATRICULA NOT = WS-EMP-MATRICULA
                   WRITE FPTMP-RECORD FROM FPS-SORTREC
                   PERFORM 0004-200-RETURN-SCHEDULE
               END-PERFORM
           ELSE
               PERFORM 0004-400-BUILD-PERIODS
               PERFORM 0004-500-ALLOCATE-SCHEDULE
                   UNTIL ENDOFFPSORT
                      OR FPS-MATRICULA NOT = WS-EMP-MATRICULA
               PERFORM 0004-700-WRITE-PERIOD
                   VARYING PX FROM 1 BY 1 UNTIL PX > WS-PER-COUNT
               IF WS-PER-COUNT > ZEROS
                   ADD 1 TO WS-TOTAL-EMPREGADOS
               END-IF
           END-IF.
           PERFORM 0004-100-READ-EMPLOYEE.

       0004-400-BUILD-PERIODS.
           MOVE ZEROS TO WS-PER-COUNT.
           IF WS-EMP-ANO-INGRESSO > ZEROS
              AND WS-EMP-MES-INGRESSO > ZEROS
              AND WS-EMP-MES-INGRESSO < 13
               COMPUTE WS-ING-ABS = (WS-EMP-ANO-INGRESSO * 12)
                   + WS-EMP-MES-INGRESSO - 1
               PERFORM 0004-450-ADD-PERIOD
                   UNTIL WS-PER-COUNT = 60
                      OR WS-ING-ABS + (12 * WS-PER-COUNT)
                         > WS-RUN-ABS
           END-IF.

       0004-450-ADD-PERIOD.
           ADD 1 TO WS-PER-COUNT.
           MOVE WS-PER-COUNT TO PX.
           COMPUTE WS-PER-INI-ABS(PX) =
               WS-ING-ABS + (12 * (PX - 1)).
           COMPUTE WS-PER-FIM-ABS(PX) = WS-PER-INI-ABS(PX) + 11.
           IF WS-PER-FIM-ABS(PX) < WS-RUN-ABS
               MOVE 30 TO WS-PER-DIREITO(PX)
           ELSE
               COMPUTE WS-PER-DIREITO(PX) =
                   (WS-RUN-ABS - WS-PER-INI-ABS(PX)) * 2,5
           END-IF.
           MOVE ZEROS TO WS-PER-GOZADOS(PX).
           MOVE ZEROS TO WS-PER-VENDIDOS(PX).

       0004-500-ALLOCATE-SCHEDULE.
           MOVE FPS-STATUS TO WS-STATUS-ANTERIOR.
           IF FPS-STATUS NOT = "R"
               MOVE FPS-INICIO TO WS-PROG-DATE-SPLIT
               COMPUTE WS-PROG-ABS = (WS-PROG-ANO * 12)
                   + WS-PROG-MES - 1
               MOVE FPS-DIAS TO WS-PEDIDO
               IF FPS-ABONO = "S"
                   ADD 10 TO WS-PEDIDO
               END-IF
               MOVE ZEROS TO WS-DISPONIVEL
               PERFORM 0004-550-SUM-AVAILABLE
                   VARYING PX FROM 1 BY 1 UNTIL PX > WS-PER-COUNT
               IF WS-DISPONIVEL < WS-PEDIDO
                   MOVE "R" TO FPS-STATUS
                   MOVE "RECUSADA - SEM SALDO DE FERIAS"
                       TO FPL-SITUACAO
               ELSE
                   MOVE FPS-DIAS TO WS-FALTA-GOZO
                   IF FPS-ABONO = "S"
                       MOVE 10 TO WS-FALTA-VENDA
                   ELSE
                       MOVE ZEROS TO WS-FALTA-VENDA
                   END-IF
                   PERFORM 0004-600-DRAW-PERIOD
                       VARYING PX FROM 1 BY 1 UNTIL PX > WS-PER-COUNT
                   MOVE "A" TO FPS-STATUS
                   MOVE "ALOCADA" TO FPL-SITUACAO
               END-IF
               IF WS-STATUS-ANTERIOR NOT = FPS-STATUS
                   PERFORM 0004-900-LIST-SCHEDULE
               END-IF
           END-IF.
           WRITE FPTMP-RECORD FROM FPS-SORTREC.
           PERFORM 0004-200-RETURN-SCHEDULE.

       0004-550-SUM-AVAILABLE.
           IF WS-PER-FIM-ABS(PX) < WS-PROG-ABS
               COMPUTE WS-DISPONIVEL = WS-DISPONIVEL
                   + 30 - WS-PER-GOZADOS(PX)
                   - WS-PER-VENDIDOS(PX)
           END-IF.

       0004-600-DRAW-PERIOD.
           IF WS-PER-FIM-ABS(PX) < WS-PROG-ABS
               COMPUTE WS-SALDO-PER = 30
                   - WS-PER-GOZADOS(PX) - WS-PER-VENDIDOS(PX)
               IF WS-FALTA-GOZO > ZEROS AND WS-SALDO-PER > ZEROS
                   IF WS-FALTA-GOZO > WS-SALDO-PER
                       ADD WS-SALDO-PER TO WS-PER-GOZADOS(PX)
                       SUBTRACT WS-SALDO-PER FROM WS-FALTA-GOZO
                       MOVE ZEROS TO WS-SALDO-PER
                   ELSE
                       ADD WS-FALTA-GOZO TO WS-PER-GOZADOS(PX)
                       SUBTRACT WS-FALTA-GOZO FROM WS-SALDO-PER
                       MOVE ZEROS TO WS-FALTA-GOZO
                   END-IF
               END-IF
               IF WS-FALTA-VENDA > ZEROS AND WS-SALDO-PER > ZEROS
                   IF WS-FALTA-VENDA > WS-SALDO-PER
                       ADD WS-SALDO-PER TO WS-PER-VENDIDOS(PX)
                       SUBTRACT WS-SALDO-PER FROM WS-FALTA-VENDA
                   ELSE
                       ADD WS-FALTA-VENDA TO WS-PER-VENDIDOS(PX)
                       MOVE ZEROS TO WS-FALTA-VENDA
                   END-IF
               END-IF
           END-IF.

       0004-700-WRITE-PERIOD.
           MOVE WS-EMP-MATRICULA TO FLED-MATRICULA.
           MOVE PX TO FLED-PERIODO.
           MOVE WS-PER-INI-ABS(PX) TO WS-CONV-ABS.
           PERFORM 0004-750-ABS-TO-ANOMES.
           MOVE WS-CONV-ANOMES TO FLED-AQUIS-INI.
           MOVE WS-PER-FIM-ABS(PX) TO WS-CONV-ABS.
           PERFORM 0004-750-ABS-TO-ANOMES.
           MOVE WS-CONV-ANOMES TO FLED-AQUIS-FIM.
           COMPUTE WS-CONV-ABS = WS-PER-FIM-ABS(PX) + 12.
           PERFORM 0004-750-ABS-TO-ANOMES.
           MOVE WS-CONV-ANOMES TO FLED-LIMITE.
           IF WS-PER-FIM-ABS(PX) < WS-RUN-ABS
               MOVE "S" TO FLED-COMPLETO
           ELSE
               MOVE "N" TO FLED-COMPLETO
           END-IF.
           MOVE WS-PER-DIREITO(PX) TO FLED-DIAS-DIREITO.
           MOVE WS-PER-GOZADOS(PX) TO FLED-DIAS-GOZADOS.
           MOVE WS-PER-VENDIDOS(PX) TO FLED-DIAS-VENDIDOS.
           WRITE FLED-RECORD.
           ADD 1 TO WS-TOTAL-PERIODOS.

       0004-750-ABS-TO-ANOMES.
           DIVIDE WS-CONV-ABS BY 12 GIVING WS-CONV-ANO
               REMAINDER WS-CONV-RESTO.
           COMPUTE WS-CONV-ANOMES =
               (WS-CONV-ANO * 100) + WS-CONV-RESTO + 1.

       0004-800-ORPHAN-SCHEDULE.
           IF FPS-STATUS NOT = "R"
               MOVE "R" TO FPS-STATUS
               MOVE "RECUSADA - MATRICULA NAO CADASTRADA"
                   TO FPL-SITUACAO
               PERFORM 0004-900-LIST-SCHEDULE
           END-IF.
           WRITE FPTMP-RECORD FROM FPS-SORTREC.
           PERFORM 0004-200-RETURN-SCHEDULE.

       0004-900-LIST-SCHEDULE.
           MOVE FPS-MATRICULA TO FPL-MATRICULA.
           MOVE FPS-INICIO TO FPL-INICIO.
           MOVE FPS-DIAS TO FPL-DIAS.
           MOVE FPS-ABONO TO FPL-ABONO.
           WRITE WS-FER-RPT-LINE FROM FER-PROG-LINE
               AFTER ADVANCING 1 LINE.
           IF FPS-STATUS = "R"
               ADD 1 TO WS-TOTAL-RECUSADAS
           ELSE
               ADD 1 TO WS-TOTAL-ALOCADAS
           END-IF.

       0005-FINALIZE.
           IF NOT WS-EMP-STATUS-OK AND WS-EMP-STATUS NOT = "10"
               DISPLAY 'PROGRAMACOES MANTIDAS COMO ESTAVAM'
           ELSE
               PERFORM 0005-500-REWRITE-SCHEDULES
           END-IF.
           MOVE "FUNCIONARIOS NO CONTROLE:     " TO FCL-LABEL.
           MOVE WS-TOTAL-EMPREGADOS TO FCL-COUNT.
           WRITE WS-FER-RPT-LINE FROM FER-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "PERIODOS AQUISITIVOS:         " TO FCL-LABEL.
           MOVE WS-TOTAL-PERIODOS TO FCL-COUNT.
           WRITE WS-FER-RPT-LINE FROM FER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PROGRAMACOES ALOCADAS HOJE:   " TO FCL-LABEL.
           MOVE WS-TOTAL-ALOCADAS TO FCL-COUNT.
           WRITE WS-FER-RPT-LINE FROM FER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PROGRAMACOES RECUSADAS HOJE:  " TO FCL-LABEL.
           MOVE WS-TOTAL-RECUSADAS TO FCL-COUNT.
           WRITE WS-FER-RPT-LINE FROM FER-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-FER-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE FERIASREPORTFILE.
           IF WS-TOTAL-RECUSADAS > ZEROS
               MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY 'CONTROLE DE FERIAS ATUALIZADO'.

       0005-500-REWRITE-SCHEDULES.
           OPEN INPUT FERIASPROGTEMP.
           OPEN OUTPUT FERIASPROGFILE.
           READ FERIASPROGTEMP
               AT END SET WS-EOF-FPTMP TO TRUE
           END-READ.
           PERFORM UNTIL WS-EOF-FPTMP
               WRITE FPROG-RECORD FROM FPTMP-RECORD
               READ FERIASPROGTEMP
                   AT END SET WS-EOF-FPTMP TO TRUE
               END-READ
           END-PERFORM.
           CLOSE FERIASPROGTEMP, FERIASPROGFILE.

       END PROGRAM FERIAS.
