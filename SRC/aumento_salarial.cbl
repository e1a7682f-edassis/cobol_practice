      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - MERIT RAISES. GRADECTL.DAT NOW CARRIES EACH
      *              GRADE'S MINIMUM AND MIDPOINT AFTER THE CEILING,
      *              WHICH REMAINS THE BAND MAXIMUM AND THE CAP (A
      *              GRADE WITHOUT A MIDPOINT HAS NO BAND). THE
      *              COMPA-RATIO (SALARY BEFORE THE RAISE OVER THE
      *              MIDPOINT) PLACES EACH EMPLOYEE IN A QUARTILE:
      *              1 BELOW 0,90, 2 BELOW 1,00, 3 BELOW 1,10, 4 FROM
      *              1,10 UP. A "MERITO" RUN ARGUMENT TAKES THE RAISE
      *              FROM THE MERIT MATRIX MERITCTL.DAT (RATING 1-5,
      *              QUARTILE 1-4, MULTIPLIER 9V99 AS IN TAXASCTL)
      *              USING THE EMPLOYEE'S MOST RECENT RATING IN
      *              AVALIACAO.DAT (MATRICULA, RATING, REVIEWER,
      *              REVIEW DATE) FROM THE TWELVE MONTHS UP TO THE
      *              EFFECTIVE DATE; "MISTO" MULTIPLIES THE MERIT
      *              RATE BY THE TENURE RATE. NO RATING, NO BAND OR
      *              NO MATRIX CELL MEANS NO MERIT (1,00), COUNTED ON
      *              THE SUMMARY. WITHOUT EITHER ARGUMENT THE RUN IS
      *              THE TENURE RUN IT ALWAYS WAS. THE AUDIT LINE NOW
      *              ALSO CARRIES RATING, QUARTILE AND COMPA-RATIO,
      *              AND IN A MERIT RUN THE SUMMARY SHOWS THE ANNUAL
      *              COST OF THE RAISES (13 SALARIES) BY DEPARTMENT,
      *              SO A SIMULA RUN PRICES THE MERIT BUDGET BEFORE
      *              ANYTHING IS COMMITTED.
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. AUMENTO_SALARIAL.
                   WS-PTH-GRADECTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT MERITCTLFILE ASSIGN TO DYNAMIC
                   WS-PTH-MERITCTL-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MRT-STATUS.

               SELECT AVALIACAOFILE ASSIGN TO DYNAMIC
                   WS-PTH-AVALIACAO-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AVL-STATUS.

               SELECT BANKREMITFILE ASSIGN TO DYNAMIC WS-PTH-BANKREM-DAT
                   ORGANIZATION IS LINE SEQUENTIAL.

               05 WS-EMP-DEPTO         PIC X(03).

           FD  AUDITLOGFILE.
           01  WS-AUDIT-LINE            PIC X(196).

           FD  TAXACONTROLFILE.
           01  WS-TAXA-CTL-RECORD.
               88 WS-EOF-GRADE-CTL     VALUE HIGH-VALUES.
               05 GRADECTL-GRADE       PIC X(02).
               05 GRADECTL-TETO        PIC 9(9)V9(2).
               05 GRADECTL-MINIMO      PIC 9(9)V9(2).
               05 GRADECTL-MEDIO       PIC 9(9)V9(2).

           FD  MERITCTLFILE.
           01  WS-MERIT-CTL-RECORD.
               88 WS-EOF-MERIT-CTL     VALUE HIGH-VALUES.
               05 MERITCTL-NOTA        PIC 9(01).
               05 MERITCTL-QUARTIL     PIC 9(01).
               05 MERITCTL-PERCENTUAL  PIC 9V99.

           FD  AVALIACAOFILE.
           01  WS-AVAL-RECORD.
               88 WS-EOF-AVALIACAO     VALUE HIGH-VALUES.
               05 AVAL-MATRICULA       PIC 9(06).
               05 AVAL-NOTA            PIC 9(01).
               05 AVAL-AVALIADOR       PIC X(08).
               05 AVAL-DATA            PIC 9(08).

           FD  AUMENTOREPORTFILE.
           01  WS-AUMENTO-RPT-LINE      PIC X(80).
               VALUE "ASSETS/AUMENTO.RPT".
           77  WS-PTH-GRADECTL-DAT PIC X(44)
               VALUE "ASSETS/GRADECTL.DAT".
           77  WS-PTH-MERITCTL-DAT PIC X(44)
               VALUE "ASSETS/MERITCTL.DAT".
           77  WS-PTH-AVALIACAO-DAT PIC X(44)
               VALUE "ASSETS/AVALIACAO.DAT".
           77  WS-PTH-BANKREM-DAT PIC X(44)
               VALUE "ASSETS/BANKREM.DAT".
           77  WS-PTH-SALHIST-DAT PIC X(44)
           77  WS-AUX PIC 9(05) VALUE ZEROS.
           77  WS-TENURE-MESES PIC 9(05) VALUE ZEROS.
           77  WS-SALARIO-TETO PIC 9(9)V9(2) VALUE 50000,00.
           77  WS-AUDIT-LEN PIC 9(03) VALUE 196.
           77  WS-AUM-RPT-LEN PIC 9(03) VALUE 80.
           77  WS-EMP-STATUS PIC X(02) VALUE SPACES.
               88 WS-EMP-STATUS-OK VALUE "00".
               88 WS-EFF-DATE-GIVEN VALUE "Y".
           77  WS-DATE-VALID PIC X(01) VALUE "N".
           77  WS-DEPT-FILTER PIC X(03) VALUE SPACES.
           77  WS-MODO-AUMENTO PIC X(01) VALUE "T".
               88 WS-MODO-TEMPO  VALUE "T".
               88 WS-MODO-MERITO VALUE "M".
               88 WS-MODO-MISTO  VALUE "X".
           77  WS-MRT-STATUS PIC X(02) VALUE SPACES.
               88 WS-MRT-STATUS-OK VALUE "00".
           77  WS-AVL-STATUS PIC X(02) VALUE SPACES.
               88 WS-AVL-STATUS-OK VALUE "00".
           77  WS-CKPT-STATUS PIC X(02) VALUE SPACES.
               88 WS-CKPT-STATUS-OK VALUE "00".
           77  WS-SALH-STATUS PIC X(02) VALUE SPACES.
               05 WS-GRADE-CEIL-ENTRY OCCURS 20 TIMES.
                  10 WS-GRADE-CEIL-CODE  PIC X(02).
                  10 WS-GRADE-CEIL-VALOR PIC 9(9)V9(2).
                  10 WS-GRADE-MINIMO     PIC 9(9)V9(2).
                  10 WS-GRADE-MEDIO      PIC 9(9)V9(2).

           01  WS-GRADE-CEIL-COUNT      PIC 99 VALUE ZEROS.
           01  GX                       PIC 99.
           01  WS-SALARY-CAP            PIC 9(9)V9(2).

      *        MERIT MATRIX AND THE RATINGS IN FORCE AT THE EFFECTIVE
      *        DATE (THE LATEST REVIEW OF THE LAST TWELVE MONTHS)
           01  WS-MERIT-TABLE.
               05 WS-MERIT-ENTRY OCCURS 20 TIMES.
                  10 WS-MERIT-NOTA       PIC 9(01).
                  10 WS-MERIT-QUARTIL    PIC 9(01).
                  10 WS-MERIT-PERCENTUAL PIC 9V99.
           01  WS-MERIT-COUNT           PIC 99 VALUE ZEROS.
           01  RX                       PIC 99.

           01  WS-AVAL-TABLE.
               05 WS-AVAL-ENTRY OCCURS 500 TIMES.
                  10 WS-AVAL-MATRICULA   PIC 9(06).
                  10 WS-AVAL-NOTA        PIC 9(01).
                  10 WS-AVAL-DATA        PIC 9(08).
           01  WS-AVAL-COUNT            PIC 9(03) VALUE ZEROS.
           01  AX                       PIC 9(03).
           77  WS-AVAL-DESDE            PIC 9(08) VALUE ZEROS.
           77  WS-AVAL-ATE              PIC 9(08) VALUE ZEROS.
           77  WS-AVAL-REJEITADAS       PIC 9(05) VALUE ZEROS.

           77  WS-COMPA-LIMITE-Q1       PIC 9V9999 VALUE 0,9000.
           77  WS-COMPA-LIMITE-Q2       PIC 9V9999 VALUE 1,0000.
           77  WS-COMPA-LIMITE-Q3       PIC 9V9999 VALUE 1,1000.
           77  WS-COMPA-RATIO           PIC 99V9999 VALUE ZEROS.
           77  WS-QUARTIL-APLICADO      PIC 9(01) VALUE ZEROS.
           77  WS-NOTA-APLICADA         PIC 9(01) VALUE ZEROS.
           77  WS-PERC-TEMPO            PIC 9V99 VALUE ZEROS.
           77  WS-PERC-MERITO           PIC 9V99 VALUE ZEROS.
           77  WS-SEM-AVAL-SW           PIC X(01) VALUE "N".
               88 WS-SEM-AVALIACAO      VALUE "Y".
           77  WS-MESES-ORCAMENTO       PIC 9(02) VALUE 13.

           01  WS-TOTAL-EMPREGADOS      PIC 9(05) VALUE ZEROS.
           01  WS-TOTAL-INATIVOS        PIC 9(05) VALUE ZEROS.
           01  WS-TOTAL-SALARIO-ANT     PIC 9(11)V9(2) VALUE ZEROS.
           01  WS-TOTAL-AUMENTO         PIC 9(11)V9(2) VALUE ZEROS.
           01  WS-MEDIA-AUMENTO         PIC 9(9)V9(2) VALUE ZEROS.
           01  WS-TOTAL-RETRO           PIC 9(11)V9(2) VALUE ZEROS.
           01  WS-TOTAL-SEM-AVAL        PIC 9(05) VALUE ZEROS.
           01  WS-TOTAL-SEM-FAIXA       PIC 9(05) VALUE ZEROS.
           01  WS-TOTAL-ORCAMENTO       PIC 9(13)V9(2) VALUE ZEROS.

           01  WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY OCCURS 20 TIMES.
                  10 WS-DEPT-EMPREGADOS PIC 9(05).
                  10 WS-DEPT-FOLHA-NOVA PIC 9(11)V9(2).
                  10 WS-DEPT-AUMENTO    PIC 9(11)V9(2).
                  10 WS-DEPT-SEM-AVAL   PIC 9(05).
           01  WS-DEPT-COUNT            PIC 99 VALUE ZEROS.
           01  WS-DEPT-ORCAMENTO        PIC 9(13)V9(2) VALUE ZEROS.

           01  AUMENTO-RPT-DEPTO-LINE.
               05 FILLER               PIC X(06) VALUE "DEPTO ".
               05 FILLER               PIC X(11) VALUE "  AUMENTO  ".
               05 RPT-DEPTO-AUM        PIC Z(9)9,99.

           01  AUMENTO-RPT-DEPTO-MERITO-LINE.
               05 FILLER               PIC X(09) VALUE SPACES.
               05 FILLER               PIC X(11) VALUE "SEM AVAL.  ".
               05 RPT-DEPTO-SEM-AVAL   PIC ZZZZ9.
               05 FILLER               PIC X(27)
                  VALUE "  CUSTO ANUAL (13 SALARIOS)".
               05 FILLER               PIC X(02) VALUE SPACES.
               05 RPT-DEPTO-ORCAMENTO  PIC Z(12)9,99.

           01  AUMENTO-RPT-MODO-LINE.
               05 FILLER               PIC X(30)
                  VALUE "MODO DE AUMENTO:              ".
               05 RPT-MODO             PIC X(30).

           77  WS-BANK-LEN              PIC 9(03) VALUE 60.
           01  WS-BANK-COUNT            PIC 9(06) VALUE ZEROS.
           01  WS-BANK-HASH             PIC 9(13)V9(2) VALUE ZEROS.
                  VALUE "AUMENTO MEDIO POR FUNCIONARIO:".
               05 RPT-MEDIA-AUMENTO    PIC Z(7)9,99.

           01  AUMENTO-RPT-SEM-AVAL-LINE.
               05 FILLER               PIC X(30)
                  VALUE "SEM AVALIACAO (SEM MERITO):   ".
               05 RPT-TOTAL-SEM-AVAL   PIC ZZZZ9.

           01  AUMENTO-RPT-SEM-FAIXA-LINE.
               05 FILLER               PIC X(30)
                  VALUE "SEM FAIXA OU CELULA NA MATRIZ:".
               05 RPT-TOTAL-SEM-FAIXA  PIC ZZZZ9.

           01  AUMENTO-RPT-ORCAMENTO-LINE.
               05 FILLER               PIC X(30)
                  VALUE "CUSTO ANUAL (13 SALARIOS):    ".
               05 RPT-TOTAL-ORCAMENTO  PIC Z(12)9,99.

           01  WS-AUDIT-DETAIL.
               05 FILLER               PIC X(05) VALUE "DATA ".
               05 AUDIT-DATA           PIC 9(08).
               05 AUDIT-PERCENTUAL     PIC 9,99.
               05 FILLER               PIC X(09) VALUE "  RETRO: ".
               05 AUDIT-RETRO          PIC ZZZZZZZ9,99.
               05 FILLER               PIC X(08) VALUE "  NOTA: ".
               05 AUDIT-NOTA           PIC 9.
               05 FILLER               PIC X(03) VALUE "  Q".
               05 AUDIT-QUARTIL        PIC 9.
               05 FILLER               PIC X(06) VALUE "  CR: ".
               05 AUDIT-COMPA          PIC Z9,9999.
               05 AUDIT-MODO           PIC X(11) VALUE SPACES.
           PROCEDURE DIVISION.
           0001-MAIN.
               END-IF.
               COMPUTE WS-CICLO-ATUAL =
                   (WS-EFF-ANO * 100) + WS-EFF-MES.
               IF NOT WS-MODO-TEMPO
                  AND NOT WS-EOF-EMPLOYEE
                   PERFORM 0002-800-LOAD-MERITO
                   PERFORM 0002-850-LOAD-AVALIACOES
               END-IF.
               IF NOT WS-SIMULATION-MODE
                   PERFORM 0002-300-CHECK-CYCLE
               END-IF.
           0002-400-GET-RUN-PARMS.
               PERFORM 0002-450-CLASSIFY-ARGUMENT
                   VARYING WS-ARG-IX FROM 1 BY 1
                   UNTIL WS-ARG-IX > 4.
               MOVE SPACES TO WS-SIMULA-ENV.
               DISPLAY "AUMENTO_SIMULA" UPON ENVIRONMENT-NAME.
               ACCEPT WS-SIMULA-ENV FROM ENVIRONMENT-VALUE
                   DISPLAY 'MODO SIMULACAO - NENHUM SALARIO SERA '
                       'GRAVADO'
               END-IF.
               IF WS-MODO-MERITO
                   DISPLAY 'AUMENTO POR MERITO (MERITCTL/AVALIACAO)'
               END-IF.
               IF WS-MODO-MISTO
                   DISPLAY 'AUMENTO POR MERITO X TEMPO DE CASA'
               END-IF.

           0002-450-CLASSIFY-ARGUMENT.
               MOVE SPACES TO WS-ARG-VALUE.
               IF WS-ARG-VALUE = "SIMULA"
                   SET WS-SIMULATION-MODE TO TRUE
               ELSE
               IF WS-ARG-VALUE = "MERITO"
                   SET WS-MODO-MERITO TO TRUE
               ELSE
               IF WS-ARG-VALUE = "MISTO"
                   SET WS-MODO-MISTO TO TRUE
               ELSE
               IF WS-ARG-VALUE(1:2) = "D:"
                   MOVE WS-ARG-VALUE(3:3) TO WS-DEPT-FILTER
                   DISPLAY 'PROCESSANDO SOMENTE O DEPARTAMENTO '
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF.

           0002-300-CHECK-CYCLE.
                           WS-GRADE-CEIL-CODE(WS-GRADE-CEIL-COUNT)
                       MOVE GRADECTL-TETO TO
                           WS-GRADE-CEIL-VALOR(WS-GRADE-CEIL-COUNT)
                       MOVE ZEROS TO
                           WS-GRADE-MINIMO(WS-GRADE-CEIL-COUNT)
                           WS-GRADE-MEDIO(WS-GRADE-CEIL-COUNT)
                       IF GRADECTL-MINIMO IS NUMERIC
                          AND GRADECTL-MEDIO IS NUMERIC
                           MOVE GRADECTL-MINIMO TO
                               WS-GRADE-MINIMO(WS-GRADE-CEIL-COUNT)
                           MOVE GRADECTL-MEDIO TO
                               WS-GRADE-MEDIO(WS-GRADE-CEIL-COUNT)
                       END-IF
                   ELSE
                       DISPLAY
                           'LIMITE DE 20 FAIXAS SALARIAIS EXCEDIDO'
               END-PERFORM.
               CLOSE GRADECEILFILE.

           0002-800-LOAD-MERITO.
               OPEN INPUT MERITCTLFILE.
               IF NOT WS-MRT-STATUS-OK
                   DISPLAY 'MERITCTL.DAT INDISPONIVEL - STATUS '
                       WS-MRT-STATUS ' - AUMENTO POR MERITO CANCELADO'
                   SET WS-RUN-ABENDED TO TRUE
                   SET WS-EOF-EMPLOYEE TO TRUE
               ELSE
                   READ MERITCTLFILE
                       AT END SET WS-EOF-MERIT-CTL TO TRUE
                   END-READ
                   PERFORM UNTIL WS-EOF-MERIT-CTL
                       IF WS-MERIT-COUNT < 20
                           ADD 1 TO WS-MERIT-COUNT
                           MOVE MERITCTL-NOTA TO
                               WS-MERIT-NOTA(WS-MERIT-COUNT)
                           MOVE MERITCTL-QUARTIL TO
                               WS-MERIT-QUARTIL(WS-MERIT-COUNT)
                           MOVE MERITCTL-PERCENTUAL TO
                               WS-MERIT-PERCENTUAL(WS-MERIT-COUNT)
                       ELSE
                           DISPLAY
                               'LIMITE DE 20 CELULAS DE MERITO EXCEDIDO'
                       END-IF
                       READ MERITCTLFILE
                           AT END SET WS-EOF-MERIT-CTL TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE MERITCTLFILE
               END-IF.

           0002-850-LOAD-AVALIACOES.
               COMPUTE WS-AVAL-ATE = (WS-EFF-ANO * 10000)
                   + (WS-EFF-MES * 100) + WS-EFF-DIA.
               COMPUTE WS-AVAL-DESDE = WS-AVAL-ATE - 10000.
               OPEN INPUT AVALIACAOFILE.
               IF NOT WS-AVL-STATUS-OK
                   DISPLAY 'AVALIACAO.DAT INDISPONIVEL - STATUS '
                       WS-AVL-STATUS ' - AUMENTO POR MERITO CANCELADO'
                   SET WS-RUN-ABENDED TO TRUE
                   SET WS-EOF-EMPLOYEE TO TRUE
               ELSE
                   READ AVALIACAOFILE
                       AT END SET WS-EOF-AVALIACAO TO TRUE
                   END-READ
                   PERFORM UNTIL WS-EOF-AVALIACAO
                       IF AVAL-NOTA < 1 OR AVAL-NOTA > 5
                          OR AVAL-DATA IS NOT NUMERIC
                           ADD 1 TO WS-AVAL-REJEITADAS
                       ELSE
                           IF AVAL-DATA > WS-AVAL-DESDE
                              AND AVAL-DATA NOT > WS-AVAL-ATE
                               PERFORM 0002-860-KEEP-AVALIACAO
                           END-IF
                       END-IF
                       READ AVALIACAOFILE
                           AT END SET WS-EOF-AVALIACAO TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE AVALIACAOFILE
                   IF WS-AVAL-REJEITADAS > ZEROS
                       DISPLAY 'AVALIACOES COM NOTA OU DATA INVALIDA '
                           'IGNORADAS: ' WS-AVAL-REJEITADAS
                   END-IF
               END-IF.

           0002-860-KEEP-AVALIACAO.
               PERFORM 0002-870-SCAN-AVALIACAO
                   VARYING AX FROM 1 BY 1
                   UNTIL AX > WS-AVAL-COUNT
                      OR WS-AVAL-MATRICULA(AX) = AVAL-MATRICULA.
               IF AX > WS-AVAL-COUNT
                   IF WS-AVAL-COUNT < 500
                       ADD 1 TO WS-AVAL-COUNT
                       MOVE AVAL-MATRICULA
                           TO WS-AVAL-MATRICULA(WS-AVAL-COUNT)
                       MOVE AVAL-NOTA TO WS-AVAL-NOTA(WS-AVAL-COUNT)
                       MOVE AVAL-DATA TO WS-AVAL-DATA(WS-AVAL-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 500 AVALIACOES EXCEDIDO'
                   END-IF
               ELSE
                   IF AVAL-DATA > WS-AVAL-DATA(AX)
                       MOVE AVAL-NOTA TO WS-AVAL-NOTA(AX)
                       MOVE AVAL-DATA TO WS-AVAL-DATA(AX)
                   END-IF
               END-IF.

           0002-870-SCAN-AVALIACAO.
               CONTINUE.

           0003-PROCESS.
               IF WS-CICLO-RETOMADO
                  AND WS-EMP-MATRICULA NOT > WS-CKPT-MATRICULA
                   MOVE WS-TAXA-FAIXA-INI(TX) TO WS-FAIXA-INI-APLICADA
                   MOVE WS-TAXA-FAIXA-FIM(TX) TO WS-FAIXA-FIM-APLICADA
               END-IF.
               MOVE WS-PERCENTUAL-APLICADO TO WS-PERC-TEMPO.
               PERFORM 0003-200-COMPA-RATIO.
               MOVE ZEROS TO WS-NOTA-APLICADA.
               MOVE "N" TO WS-SEM-AVAL-SW.
               IF NOT WS-MODO-TEMPO
                   PERFORM 0003-300-APPLY-MERITO
               END-IF.
               COMPUTE WS-EMP-SALARIO =
                   WS-EMP-SALARIO * WS-PERCENTUAL-APLICADO.
               PERFORM 0003-700-APPLY-SALARY-CAP.
               PERFORM 0003-800-ACCUMULATE-TOTALS.
               PERFORM 0002-500-READ-EMPLOYEE.

           0003-200-COMPA-RATIO.
               MOVE ZEROS TO WS-COMPA-RATIO WS-QUARTIL-APLICADO.
               PERFORM 0003-750-FIND-GRADE-CEILING
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > WS-GRADE-CEIL-COUNT
                      OR WS-GRADE-CEIL-CODE(GX) = WS-EMP-GRADE.
               IF GX NOT > WS-GRADE-CEIL-COUNT
                   IF WS-GRADE-MEDIO(GX) > ZEROS
                       COMPUTE WS-COMPA-RATIO ROUNDED =
                           WS-EMP-SALARIO / WS-GRADE-MEDIO(GX)
                           ON SIZE ERROR MOVE 99,9999 TO WS-COMPA-RATIO
                       END-COMPUTE
                       EVALUATE TRUE
                           WHEN WS-COMPA-RATIO < WS-COMPA-LIMITE-Q1
                               MOVE 1 TO WS-QUARTIL-APLICADO
                           WHEN WS-COMPA-RATIO < WS-COMPA-LIMITE-Q2
                               MOVE 2 TO WS-QUARTIL-APLICADO
                           WHEN WS-COMPA-RATIO < WS-COMPA-LIMITE-Q3
                               MOVE 3 TO WS-QUARTIL-APLICADO
                           WHEN OTHER
                               MOVE 4 TO WS-QUARTIL-APLICADO
                       END-EVALUATE
                   END-IF
               END-IF.

           0003-300-APPLY-MERITO.
               MOVE 1,00 TO WS-PERC-MERITO.
               PERFORM 0002-870-SCAN-AVALIACAO
                   VARYING AX FROM 1 BY 1
                   UNTIL AX > WS-AVAL-COUNT
                      OR WS-AVAL-MATRICULA(AX) = WS-EMP-MATRICULA.
               IF AX > WS-AVAL-COUNT
                   SET WS-SEM-AVALIACAO TO TRUE
                   ADD 1 TO WS-TOTAL-SEM-AVAL
               ELSE
                   MOVE WS-AVAL-NOTA(AX) TO WS-NOTA-APLICADA
                   PERFORM 0003-350-FIND-MERITO
                       VARYING RX FROM 1 BY 1
                       UNTIL RX > WS-MERIT-COUNT
                          OR (WS-MERIT-NOTA(RX) = WS-NOTA-APLICADA
                              AND WS-MERIT-QUARTIL(RX)
                                  = WS-QUARTIL-APLICADO)
                   IF RX > WS-MERIT-COUNT
                       ADD 1 TO WS-TOTAL-SEM-FAIXA
                   ELSE
                       MOVE WS-MERIT-PERCENTUAL(RX) TO WS-PERC-MERITO
                   END-IF
               END-IF.
               IF WS-MODO-MERITO
                   MOVE WS-PERC-MERITO TO WS-PERCENTUAL-APLICADO
                   MOVE ZEROS TO WS-FAIXA-INI-APLICADA
                   MOVE ZEROS TO WS-FAIXA-FIM-APLICADA
               ELSE
                   COMPUTE WS-PERCENTUAL-APLICADO ROUNDED =
                       WS-PERC-TEMPO * WS-PERC-MERITO
               END-IF.

           0003-350-FIND-MERITO.
               CONTINUE.

           0003-800-ACCUMULATE-TOTALS.
               ADD 1 TO WS-TOTAL-EMPREGADOS.
               ADD WS-SALARIO-ANTERIOR TO WS-TOTAL-SALARIO-ANT.
                           TO WS-DEPT-FOLHA-NOVA(WS-DEPT-COUNT)
                       COMPUTE WS-DEPT-AUMENTO(WS-DEPT-COUNT) =
                           WS-EMP-SALARIO - WS-SALARIO-ANTERIOR
                       MOVE ZEROS TO WS-DEPT-SEM-AVAL(WS-DEPT-COUNT)
                       IF WS-SEM-AVALIACAO
                           MOVE 1 TO WS-DEPT-SEM-AVAL(WS-DEPT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'LIMITE DE 20 DEPARTAMENTOS EXCEDIDO'
                   END-IF
                   ADD WS-EMP-SALARIO TO WS-DEPT-AUMENTO(DX)
                   SUBTRACT WS-SALARIO-ANTERIOR
                       FROM WS-DEPT-AUMENTO(DX)
                   IF WS-SEM-AVALIACAO
                       ADD 1 TO WS-DEPT-SEM-AVAL(DX)
                   END-IF
               END-IF.

           0003-860-SCAN-DEPTO.
               MOVE WS-EMP-SALARIO TO AUDIT-SALARIO-NOVO.
               MOVE WS-PERCENTUAL-APLICADO TO AUDIT-PERCENTUAL.
               MOVE WS-RETRO-VALOR TO AUDIT-RETRO.
               MOVE WS-NOTA-APLICADA TO AUDIT-NOTA.
               MOVE WS-QUARTIL-APLICADO TO AUDIT-QUARTIL.
               MOVE WS-COMPA-RATIO TO AUDIT-COMPA.
               IF WS-SIMULATION-MODE
                   MOVE "  SIMULACAO" TO AUDIT-MODO
               ELSE
                   AFTER ADVANCING 1 LINE.
               WRITE WS-AUMENTO-RPT-LINE FROM RPT-BANNER-HEADING3
                   AFTER ADVANCING 1 LINE.
               EVALUATE TRUE
                   WHEN WS-MODO-MERITO
                       MOVE "MERITO (NOTA X QUARTIL)" TO RPT-MODO
                   WHEN WS-MODO-MISTO
                       MOVE "MERITO X TEMPO DE CASA" TO RPT-MODO
                   WHEN OTHER
                       MOVE "TEMPO DE CASA" TO RPT-MODO
               END-EVALUATE.
               WRITE WS-AUMENTO-RPT-LINE FROM AUMENTO-RPT-MODO-LINE
                   AFTER ADVANCING 3 LINES.
               MOVE WS-TOTAL-EMPREGADOS TO RPT-TOTAL-EMPREGADOS.
               WRITE WS-AUMENTO-RPT-LINE FROM AUMENTO-RPT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
               MOVE WS-TOTAL-INATIVOS TO RPT-TOTAL-INATIVOS.
               WRITE WS-AUMENTO-RPT-LINE FROM AUMENTO-RPT-INATIVOS-LINE
                   AFTER ADVANCING 1 LINE.
               CALL "DECFMT" USING WS-AUMENTO-RPT-LINE, WS-AUM-RPT-LEN.
               WRITE WS-AUMENTO-RPT-LINE
                   AFTER ADVANCING 1 LINE.
               IF NOT WS-MODO-TEMPO
                   COMPUTE WS-TOTAL-ORCAMENTO =
                       WS-TOTAL-AUMENTO * WS-MESES-ORCAMENTO
                   MOVE WS-TOTAL-ORCAMENTO TO RPT-TOTAL-ORCAMENTO
                   MOVE AUMENTO-RPT-ORCAMENTO-LINE
                       TO WS-AUMENTO-RPT-LINE
                   CALL "DECFMT" USING WS-AUMENTO-RPT-LINE,
                       WS-AUM-RPT-LEN
                   WRITE WS-AUMENTO-RPT-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE WS-TOTAL-SEM-AVAL TO RPT-TOTAL-SEM-AVAL
                   WRITE WS-AUMENTO-RPT-LINE
                       FROM AUMENTO-RPT-SEM-AVAL-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE WS-TOTAL-SEM-FAIXA TO RPT-TOTAL-SEM-FAIXA
                   WRITE WS-AUMENTO-RPT-LINE
                       FROM AUMENTO-RPT-SEM-FAIXA-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.
               PERFORM 0004-600-WRITE-DEPT-LINE
                   VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT.
               WRITE WS-AUMENTO-RPT-LINE FROM RPT-BANNER-FOOTER
               CALL "DECFMT" USING WS-AUMENTO-RPT-LINE, WS-AUM-RPT-LEN.
               WRITE WS-AUMENTO-RPT-LINE
                   AFTER ADVANCING 1 LINE.
               IF NOT WS-MODO-TEMPO
                   COMPUTE WS-DEPT-ORCAMENTO =
                       WS-DEPT-AUMENTO(DX) * WS-MESES-ORCAMENTO
                   MOVE WS-DEPT-ORCAMENTO TO RPT-DEPTO-ORCAMENTO
                   MOVE WS-DEPT-SEM-AVAL(DX) TO RPT-DEPTO-SEM-AVAL
                   MOVE AUMENTO-RPT-DEPTO-MERITO-LINE
                       TO WS-AUMENTO-RPT-LINE
                   CALL "DECFMT" USING WS-AUMENTO-RPT-LINE,
                       WS-AUM-RPT-LEN
                   WRITE WS-AUMENTO-RPT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF.

           0000-SET-DATA-PATHS.
               CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
               CALL "DATADIR" USING WS-PTH-TAXASCTL-DAT.
               CALL "DATADIR" USING WS-PTH-AUMENTO-RPT.
               CALL "DATADIR" USING WS-PTH-GRADECTL-DAT.
               CALL "DATADIR" USING WS-PTH-MERITCTL-DAT.
               CALL "DATADIR" USING WS-PTH-AVALIACAO-DAT.
               CALL "DATADIR" USING WS-PTH-BANKREM-DAT.
               CALL "DATADIR" USING WS-PTH-SALHIST-DAT.
               CALL "DATADIR" USING WS-PTH-AUMCKPT-DAT.
