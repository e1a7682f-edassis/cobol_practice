      *              DECIMO.RPT AND THE BANK CREDIT FILE DECIMOREM.DAT
      *              CARRIES THE SAME H/D/T ENVELOPE AND DECFMT
      *              TREATMENT AS BANKREM.DAT FROM THE RAISE RUN.
      * 15/10/2026 - THE SECOND INSTALLMENT NOW WITHHOLDS INSS AND IRRF
      *              ON THE WHOLE 13O, TAXED SEPARATELY FROM THE
      *              MONTH'S SALARY, WITH THE BANDS OF INSSCTL.DAT AND
      *              IRRFCTL.DAT AS IN FOLHA AND RESCISAO; THE BANK
      *              FILE CARRIES THE NET. THE FIRST INSTALLMENT STAYS
      *              FREE OF WITHHOLDING. EACH EMPLOYEE'S LINES (AND
      *              ON THE SECOND INSTALLMENT THE 13O BASE, INSS AND
      *              IRRF) GO TO THE PAYROLL HISTORY FOLHIST.DAT UNDER
      *              THE RUN MONTH AND THE INSTALLMENT, SO THE YEAR-END
      *              INCOME STATEMENT CAN SHOW THE 13O; A RERUN OF THE
      *              SAME INSTALLMENT REPLACES ITS LINES.
      * 15/10/2026 - THE INSTALLMENT'S RESULTS BY DEPARTMENT GO TO
      *              DECIMOMES.DAT (SAME LAYOUT AS FOLHAMES.DAT) FOR
      *              GLEXT TO POST: THE 13O PAID, INSS AND IRRF
      *              WITHHELD, NET PAY, THE EMPLOYER'S FGTS (8% OF
      *              EACH INSTALLMENT) AND, ON THE SECOND, THE
      *              EMPLOYER'S INSS (20% OF THE WHOLE 13O).
      * 15/10/2026 - THE RETENTION LINE OF THE SECOND INSTALLMENT NOW
      *              FITS THE 100-COLUMN REPORT, SO THE NET IS NO
      *              LONGER CUT SHORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECIMO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.

           SELECT INSSCONTROLFILE ASSIGN TO DYNAMIC WS-PTH-INSSCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSS-STATUS.

           SELECT IRCONTROLFILE ASSIGN TO DYNAMIC
               WS-PTH-IRRFCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

           SELECT DECIMOREMITFILE ASSIGN TO DYNAMIC
               WS-PTH-DECIMOREM-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECIMOMESFILE ASSIGN TO DYNAMIC
               WS-PTH-DECIMOMES-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECIMOREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-DECIMO-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
              88 AB-ENCERRADA      VALUE "E".
           05 AB-RETORNO-REAL      PIC 9(08).

       FD  INSSCONTROLFILE.
       01  WS-INSS-CTL-RECORD.
           88 WS-EOF-INSS-CTL      VALUE HIGH-VALUES.
           05 INSSCTL-FAIXA-INI    PIC 9(9)V9(2).
           05 INSSCTL-FAIXA-FIM    PIC 9(9)V9(2).
           05 INSSCTL-PERCENTUAL   PIC 9V99.

       FD  IRCONTROLFILE.
       01  WS-IR-CTL-RECORD.
           88 WS-EOF-IR-CTL        VALUE HIGH-VALUES.
           05 IRRFCTL-FAIXA-INI      PIC 9(9)V9(2).
           05 IRRFCTL-FAIXA-FIM      PIC 9(9)V9(2).
           05 IRRFCTL-PERCENTUAL     PIC 9V99.
           05 IRRFCTL-DEDUCAO        PIC 9(7)V9(2).

       FD  DECIMOREMITFILE.
       01  WS-DREM-LINE            PIC X(60).

       FD  DECIMOMESFILE.
       01  FLM-RECORD.
           05 FLM-DATE             PIC 9(08).
           05 FLM-COMPETENCIA      PIC 9(06).
           05 FLM-ORIGEM           PIC X(01).
           05 FLM-DEPTO            PIC X(03).
           05 FLM-EMPREGADOS       PIC 9(05).
           05 FLM-SALARIOS         PIC 9(11)V9(2).
           05 FLM-INSS             PIC 9(11)V9(2).
           05 FLM-IRRF             PIC 9(11)V9(2).
           05 FLM-OUTROS           PIC 9(11)V9(2).
           05 FLM-LIQUIDO          PIC 9(11)V9(2).
           05 FLM-INSS-EMPRESA     PIC 9(11)V9(2).
           05 FLM-FGTS             PIC 9(11)V9(2).

       FD  DECIMOREPORTFILE.
       01  WS-DEC-RPT-LINE         PIC X(100).

           VALUE "ASSETS/DECIMOREM.DAT".
       77  WS-PTH-DECIMO-RPT PIC X(44)
           VALUE "ASSETS/DECIMO.RPT".
       77  WS-PTH-INSSCTL-DAT PIC X(44)
           VALUE "ASSETS/INSSCTL.DAT".
       77  WS-PTH-IRRFCTL-DAT PIC X(44)
           VALUE "ASSETS/IRRFCTL.DAT".
       77  WS-PTH-DECIMOMES-DAT PIC X(44)
           VALUE "ASSETS/DECIMOMES.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY FOLHISTREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-DEC-RPT-LEN          PIC 9(03) VALUE 100.
           88 WS-EMP-STATUS-OK     VALUE "00".
       77  WS-ABS-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ABS-STATUS-OK     VALUE "00".
       77  WS-INSS-STATUS          PIC X(02) VALUE SPACES.
           88 WS-INSS-STATUS-OK    VALUE "00".
       77  WS-IR-STATUS            PIC X(02) VALUE SPACES.
           88 WS-IR-STATUS-OK      VALUE "00".
       77  WS-HIST-SW              PIC X(01) VALUE "N".
           88 WS-HIST-ABERTO       VALUE "Y".
       77  WS-HIST-SEQ             PIC 9(02) VALUE ZEROS.

       01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-EOF-EMPLOYEE      VALUE "Y".
       77  WS-AB-FIM-ABS           PIC 9(7) VALUE ZEROS.
       77  WS-ANO-INI-ABS          PIC 9(7) VALUE ZEROS.
       77  WS-ANO-FIM-ABS          PIC 9(7) VALUE ZEROS.
       77  WS-INSS-DECIMO          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-IRRF-DECIMO          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-DECIMO-LIQUIDO       PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TOTAL-INSS           PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-TOTAL-IRRF           PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO        PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-TRIB-BASE            PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TRIB-INSS            PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TRIB-BASE-IR         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TRIB-IRRF            PIC S9(9)V9(2) VALUE ZEROS.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-AB-MES            PIC 9(2).
           05 WS-AB-DIA            PIC 9(2).

       01  WS-INSS-TABLE.
           05 WS-INSS-ENTRY OCCURS 20 TIMES.
              10 WS-INSS-FAIXA-INI  PIC 9(9)V9(2).
              10 WS-INSS-FAIXA-FIM  PIC 9(9)V9(2).
              10 WS-INSS-PERCENTUAL PIC 9V99.
       01  WS-INSS-COUNT           PIC 99 VALUE ZEROS.
       01  NX                      PIC 99.

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES.
              10 WS-DEPT-CODE       PIC X(03).
              10 WS-DEPT-EMPREGADOS PIC 9(05).
              10 WS-DEPT-SALARIOS   PIC 9(11)V9(2).
              10 WS-DEPT-INSS       PIC 9(11)V9(2).
              10 WS-DEPT-IRRF       PIC 9(11)V9(2).
              10 WS-DEPT-LIQUIDO    PIC 9(11)V9(2).
              10 WS-DEPT-PATRONAL   PIC 9(11)V9(2).
              10 WS-DEPT-FGTS       PIC 9(11)V9(2).
       01  WS-DEPT-COUNT           PIC 99 VALUE ZEROS.
       01  DX                      PIC 99.

      *    EMPLOYER INSS ON THE 13O AND FGTS ON EACH INSTALLMENT
       77  WS-PATRONAL-ALIQUOTA    PIC V9(4) VALUE ,2000.
       77  WS-FGTS-ALIQUOTA        PIC V9(4) VALUE ,0800.
       77  WS-PATRONAL-VALOR       PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-FGTS-VALOR           PIC 9(9)V9(2) VALUE ZEROS.

       01  WS-IR-TABLE.
           05 WS-IR-ENTRY OCCURS 20 TIMES.
              10 WS-IR-FAIXA-INI    PIC 9(9)V9(2).
              10 WS-IR-FAIXA-FIM    PIC 9(9)V9(2).
              10 WS-IR-PERCENTUAL   PIC 9V99.
              10 WS-IR-DEDUCAO      PIC 9(7)V9(2).
       01  WS-IR-COUNT             PIC 99 VALUE ZEROS.
       01  IX                      PIC 99.

       01  BANK-HEADER-LINE.
           05 FILLER               PIC X(01) VALUE "H".
           05 FILLER               PIC X(14)
           05 FILLER               PIC X(10) VALUE "  PARCELA ".
           05 DDL-PARCELA          PIC Z(7)9,99.

       01  DEC-RETENCAO-LINE.
           05 FILLER               PIC X(43) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "INSS   ".
           05 DRL-INSS             PIC Z(6)9,99.
           05 FILLER               PIC X(08) VALUE "  IRRF  ".
           05 DRL-IRRF             PIC Z(7)9,99.
           05 FILLER               PIC X(10) VALUE "  LIQUIDO ".
           05 DRL-LIQUIDO          PIC Z(7)9,99.

       01  DEC-PARCELA-LINE.
           05 FILLER               PIC X(21)
              VALUE "PARCELA PROCESSADA:  ".
              VALUE "VALOR TOTAL DA PARCELA:       ".
           05 DTV-VALOR            PIC Z(9)9,99.

       01  DEC-TOTAL-LINE.
           05 DTL-LABEL            PIC X(30).
           05 DTL-VALOR            PIC Z(9)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-ABSENCE-DAT.
           CALL "DATADIR" USING WS-PTH-DECIMOREM-DAT.
           CALL "DATADIR" USING WS-PTH-DECIMO-RPT.
           CALL "DATADIR" USING WS-PTH-INSSCTL-DAT.
           CALL "DATADIR" USING WS-PTH-IRRFCTL-DAT.
           CALL "DATADIR" USING WS-PTH-DECIMOMES-DAT.

       0001-500-LOG-START.
           MOVE "DECIMO" TO RLOG-PROGRAM-NAME.
           MOVE BANK-HEADER-LINE TO WS-DREM-LINE.
           CALL "DECFMT" USING WS-DREM-LINE, WS-DREM-LEN.
           WRITE WS-DREM-LINE.
           IF WS-PARCELA = 2
               PERFORM 0002-400-LOAD-INSS
               PERFORM 0002-450-LOAD-IR
           END-IF.
           OPEN INPUT EMPLOYEEMASTERFILE.
           IF NOT WS-EMP-STATUS-OK
               DISPLAY 'ERRO AO ABRIR EMPLOYEEMASTERFILE - STATUS '
               MOVE 1 TO RETURN-CODE
               SET WS-EOF-EMPLOYEE TO TRUE
           ELSE
               PERFORM 0002-900-OPEN-HISTORICO
               PERFORM 0002-500-READ-EMPLOYEE
           END-IF.

       0002-400-LOAD-INSS.
           OPEN INPUT INSSCONTROLFILE.
           IF WS-INSS-STATUS-OK
               READ INSSCONTROLFILE
                   AT END SET WS-EOF-INSS-CTL TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-INSS-CTL
                   IF WS-INSS-COUNT < 20
                       ADD 1 TO WS-INSS-COUNT
                       MOVE INSSCTL-FAIXA-INI TO
                           WS-INSS-FAIXA-INI(WS-INSS-COUNT)
                       MOVE INSSCTL-FAIXA-FIM TO
                           WS-INSS-FAIXA-FIM(WS-INSS-COUNT)
                       MOVE INSSCTL-PERCENTUAL TO
                           WS-INSS-PERCENTUAL(WS-INSS-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 20 FAIXAS DE INSS EXCEDIDO'
                   END-IF
                   READ INSSCONTROLFILE
                       AT END SET WS-EOF-INSS-CTL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INSSCONTROLFILE
           ELSE
               DISPLAY 'AVISO: INSSCTL.DAT INDISPONIVEL - INSS NAO '
                   'SERA DESCONTADO'
           END-IF.

       0002-450-LOAD-IR.
           OPEN INPUT IRCONTROLFILE.
           IF WS-IR-STATUS-OK
               READ IRCONTROLFILE
                   AT END SET WS-EOF-IR-CTL TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-IR-CTL
                   IF WS-IR-COUNT < 20
                       ADD 1 TO WS-IR-COUNT
                       MOVE IRRFCTL-FAIXA-INI TO
                           WS-IR-FAIXA-INI(WS-IR-COUNT)
                       MOVE IRRFCTL-FAIXA-FIM TO
                           WS-IR-FAIXA-FIM(WS-IR-COUNT)
                       MOVE IRRFCTL-PERCENTUAL TO
                           WS-IR-PERCENTUAL(WS-IR-COUNT)
                       MOVE IRRFCTL-DEDUCAO TO
                           WS-IR-DEDUCAO(WS-IR-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 20 FAIXAS DE IR EXCEDIDO'
                   END-IF
                   READ IRCONTROLFILE
                       AT END SET WS-EOF-IR-CTL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IRCONTROLFILE
           ELSE
               DISPLAY 'AVISO: IRRFCTL.DAT INDISPONIVEL - IRRF '
                   'NAO SERA DESCONTADO'
           END-IF.

       0002-500-READ-EMPLOYEE.
           READ EMPLOYEEMASTERFILE
               AT END SET WS-EOF-EMPLOYEE TO TRUE
           END-READ.

       0002-900-OPEN-HISTORICO.
           MOVE "OPEN" TO FHST-ACTION.
           COMPUTE FHST-COMPETENCIA = WS-RUN-DATE-NUM / 100.
           MOVE WS-PARCELA TO FHST-ORIGEM.
           MOVE ZEROS TO FHST-MATRICULA.
           CALL "FOLHIST" USING FHST-CALL.
           IF FHST-RESULT = "OK"
               SET WS-HIST-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO: HISTORICO DO 13O NAO SERA GRAVADO'
           END-IF.

       0003-PAY-DECIMO.
           IF WS-EMP-AFASTADO OR WS-EMP-DESLIGADO
               ADD 1 TO WS-TOTAL-INATIVOS
               COMPUTE WS-DECIMO-PARCELA =
                   WS-DECIMO-TOTAL - WS-METADE
           END-IF.
           MOVE ZEROS TO WS-INSS-DECIMO WS-IRRF-DECIMO.
           IF WS-PARCELA = 2
               MOVE WS-DECIMO-TOTAL TO WS-TRIB-BASE
               PERFORM 0003-600-APPLY-TAX-TABLES
               MOVE WS-TRIB-INSS TO WS-INSS-DECIMO
               MOVE WS-TRIB-IRRF TO WS-IRRF-DECIMO
               IF WS-INSS-DECIMO + WS-IRRF-DECIMO > WS-DECIMO-PARCELA
                   COMPUTE WS-IRRF-DECIMO =
                       WS-DECIMO-PARCELA - WS-INSS-DECIMO
                   IF WS-INSS-DECIMO > WS-DECIMO-PARCELA
                       MOVE WS-DECIMO-PARCELA TO WS-INSS-DECIMO
                       MOVE ZEROS TO WS-IRRF-DECIMO
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-DECIMO-LIQUIDO = WS-DECIMO-PARCELA
               - WS-INSS-DECIMO - WS-IRRF-DECIMO.

       0003-600-APPLY-TAX-TABLES.
           MOVE ZEROS TO WS-TRIB-INSS.
           PERFORM 0003-650-SCAN-BAND
               VARYING NX FROM 1 BY 1
               UNTIL NX > WS-INSS-COUNT
                  OR (WS-TRIB-BASE NOT < WS-INSS-FAIXA-INI(NX)
                      AND WS-TRIB-BASE NOT > WS-INSS-FAIXA-FIM(NX)).
           IF NX NOT > WS-INSS-COUNT
               COMPUTE WS-TRIB-INSS ROUNDED =
                   WS-TRIB-BASE * WS-INSS-PERCENTUAL(NX)
           END-IF.
           COMPUTE WS-TRIB-BASE-IR = WS-TRIB-BASE - WS-TRIB-INSS.
           MOVE ZEROS TO WS-TRIB-IRRF.
           PERFORM 0003-650-SCAN-BAND
               VARYING IX FROM 1 BY 1
               UNTIL IX > WS-IR-COUNT
                  OR (WS-TRIB-BASE-IR NOT < WS-IR-FAIXA-INI(IX)
                      AND WS-TRIB-BASE-IR NOT > WS-IR-FAIXA-FIM(IX)).
           IF IX NOT > WS-IR-COUNT
               COMPUTE WS-TRIB-IRRF ROUNDED =
                   (WS-TRIB-BASE-IR * WS-IR-PERCENTUAL(IX))
                   - WS-IR-DEDUCAO(IX)
               IF WS-TRIB-IRRF < ZEROS
                   MOVE ZEROS TO WS-TRIB-IRRF
               END-IF
           END-IF.

       0003-650-SCAN-BAND.
           CONTINUE.

       0003-700-REPORT-AND-REMIT.
           MOVE WS-EMP-MATRICULA TO DDL-MATRICULA.
           CALL "DECFMT" USING WS-DEC-RPT-LINE, WS-DEC-RPT-LEN.
           WRITE WS-DEC-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PARCELA = 2
               MOVE WS-INSS-DECIMO TO DRL-INSS
               MOVE WS-IRRF-DECIMO TO DRL-IRRF
               MOVE WS-DECIMO-LIQUIDO TO DRL-LIQUIDO
               MOVE DEC-RETENCAO-LINE TO WS-DEC-RPT-LINE
               CALL "DECFMT" USING WS-DEC-RPT-LINE, WS-DEC-RPT-LEN
               WRITE WS-DEC-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-EMP-MATRICULA TO BANKD-MATRICULA.
           MOVE WS-EMP-NOME TO BANKD-NOME.
           MOVE WS-DECIMO-LIQUIDO TO BANKD-VALOR.
           MOVE BANK-DETAIL-LINE TO WS-DREM-LINE.
           CALL "DECFMT" USING WS-DREM-LINE, WS-DREM-LEN.
           WRITE WS-DREM-LINE.
           ADD 1 TO WS-BANK-COUNT.
           ADD WS-DECIMO-LIQUIDO TO WS-BANK-HASH.
           ADD 1 TO WS-TOTAL-PAGOS.
           ADD WS-DECIMO-PARCELA TO WS-TOTAL-VALOR.
           ADD WS-INSS-DECIMO TO WS-TOTAL-INSS.
           ADD WS-IRRF-DECIMO TO WS-TOTAL-IRRF.
           ADD WS-DECIMO-LIQUIDO TO WS-TOTAL-LIQUIDO.
           IF WS-HIST-ABERTO
               PERFORM 0003-900-GRAVA-HISTORICO
           END-IF.
           PERFORM 0003-800-NOTE-DEPTO.

       0003-800-NOTE-DEPTO.
           PERFORM 0003-850-SCAN-DEPTO
               VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPT-COUNT
                  OR WS-DEPT-CODE(DX) = WS-EMP-DEPTO.
           IF DX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < 20
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO DX
                   MOVE WS-EMP-DEPTO TO WS-DEPT-CODE(DX)
                   MOVE ZEROS TO WS-DEPT-EMPREGADOS(DX)
                   MOVE ZEROS TO WS-DEPT-SALARIOS(DX)
                   MOVE ZEROS TO WS-DEPT-INSS(DX)
                   MOVE ZEROS TO WS-DEPT-IRRF(DX)
                   MOVE ZEROS TO WS-DEPT-LIQUIDO(DX)
                   MOVE ZEROS TO WS-DEPT-PATRONAL(DX)
                   MOVE ZEROS TO WS-DEPT-FGTS(DX)
               ELSE
                   DISPLAY 'LIMITE DE 20 DEPARTAMENTOS EXCEDIDO'
                   MOVE ZEROS TO DX
               END-IF
           END-IF.
           IF DX > ZEROS
               MOVE ZEROS TO WS-PATRONAL-VALOR
               IF WS-PARCELA = 2
                   COMPUTE WS-PATRONAL-VALOR ROUNDED =
                       WS-DECIMO-TOTAL * WS-PATRONAL-ALIQUOTA
               END-IF
               COMPUTE WS-FGTS-VALOR ROUNDED =
                   WS-DECIMO-PARCELA * WS-FGTS-ALIQUOTA
               ADD 1 TO WS-DEPT-EMPREGADOS(DX)
               ADD WS-DECIMO-PARCELA TO WS-DEPT-SALARIOS(DX)
               ADD WS-INSS-DECIMO TO WS-DEPT-INSS(DX)
               ADD WS-IRRF-DECIMO TO WS-DEPT-IRRF(DX)
               ADD WS-DECIMO-LIQUIDO TO WS-DEPT-LIQUIDO(DX)
               ADD WS-PATRONAL-VALOR TO WS-DEPT-PATRONAL(DX)
               ADD WS-FGTS-VALOR TO WS-DEPT-FGTS(DX)
           END-IF.

       0003-850-SCAN-DEPTO.
           CONTINUE.

       0003-900-GRAVA-HISTORICO.
           MOVE ZEROS TO WS-HIST-SEQ.
           COMPUTE FHST-COMPETENCIA = WS-RUN-DATE-NUM / 100.
           MOVE WS-PARCELA TO FHST-ORIGEM.
           MOVE WS-EMP-MATRICULA TO FHST-MATRICULA.
           IF WS-PARCELA = 1
               MOVE "13P1" TO FHST-RUBRICA
               MOVE "13O SALARIO 1A PARC" TO FHST-DESCRICAO
           ELSE
               MOVE "13P2" TO FHST-RUBRICA
               MOVE "13O SALARIO 2A PARC" TO FHST-DESCRICAO
           END-IF.
           MOVE "P" TO FHST-NATUREZA.
           MOVE WS-DECIMO-PARCELA TO FHST-VALOR.
           PERFORM 0003-950-GRAVA-LINHA.
           IF WS-PARCELA = 2
               MOVE "13BS" TO FHST-RUBRICA
               MOVE "BASE 13O SALARIO" TO FHST-DESCRICAO
               MOVE "E" TO FHST-NATUREZA
               MOVE WS-DECIMO-TOTAL TO FHST-VALOR
               PERFORM 0003-950-GRAVA-LINHA
               MOVE "13IN" TO FHST-RUBRICA
               MOVE "INSS 13O SALARIO" TO FHST-DESCRICAO
               MOVE "F" TO FHST-NATUREZA
               MOVE WS-INSS-DECIMO TO FHST-VALOR
               PERFORM 0003-950-GRAVA-LINHA
               MOVE "13IR" TO FHST-RUBRICA
               MOVE "IRRF 13O SALARIO" TO FHST-DESCRICAO
               MOVE "G" TO FHST-NATUREZA
               MOVE WS-IRRF-DECIMO TO FHST-VALOR
               PERFORM 0003-950-GRAVA-LINHA
           END-IF.
           MOVE "LIQU" TO FHST-RUBRICA.
           MOVE "LIQUIDO 13O SALARIO" TO FHST-DESCRICAO.
           MOVE "L" TO FHST-NATUREZA.
           MOVE WS-DECIMO-LIQUIDO TO FHST-VALOR.
           PERFORM 0003-950-GRAVA-LINHA.

       0003-950-GRAVA-LINHA.
           IF FHST-VALOR > ZEROS OR FHST-NAT-LIQUIDO
               ADD 1 TO WS-HIST-SEQ
               MOVE WS-HIST-SEQ TO FHST-SEQ
               MOVE ZEROS TO FHST-DATA-REG
               MOVE "WRIT" TO FHST-ACTION
               CALL "FOLHIST" USING FHST-CALL
           END-IF.

       0004-FINALIZE.
           MOVE WS-BANK-COUNT TO BANKT-COUNT.
           CALL "DECFMT" USING WS-DEC-RPT-LINE, WS-DEC-RPT-LEN.
           WRITE WS-DEC-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PARCELA = 2
               MOVE "TOTAL INSS RETIDO:            " TO DTL-LABEL
               MOVE WS-TOTAL-INSS TO DTL-VALOR
               PERFORM 0004-500-PRINT-TOTAL-LINE
               MOVE "TOTAL IRRF RETIDO:            " TO DTL-LABEL
               MOVE WS-TOTAL-IRRF TO DTL-VALOR
               PERFORM 0004-500-PRINT-TOTAL-LINE
               MOVE "TOTAL LIQUIDO CREDITADO:      " TO DTL-LABEL
               MOVE WS-TOTAL-LIQUIDO TO DTL-VALOR
               PERFORM 0004-500-PRINT-TOTAL-LINE
           END-IF.
           WRITE WS-DEC-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE DECIMOREPORTFILE.
           IF WS-EMP-STATUS-OK OR WS-EMP-STATUS = "10"
               CLOSE EMPLOYEEMASTERFILE
           END-IF.
           IF WS-HIST-ABERTO
               MOVE "SAVE" TO FHST-ACTION
               CALL "FOLHIST" USING FHST-CALL
           END-IF.
           OPEN OUTPUT DECIMOMESFILE.
           PERFORM 0004-600-WRITE-DECIMOMES
               VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT.
           CLOSE DECIMOMESFILE.
           DISPLAY 'PROCESSAMENTO DO 13O SALARIO CONCLUIDO'.

       0004-500-PRINT-TOTAL-LINE.
           MOVE DEC-TOTAL-LINE TO WS-DEC-RPT-LINE.
           CALL "DECFMT" USING WS-DEC-RPT-LINE, WS-DEC-RPT-LEN.
           WRITE WS-DEC-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-600-WRITE-DECIMOMES.
           MOVE WS-RUN-DATE-NUM TO FLM-DATE.
           COMPUTE FLM-COMPETENCIA = WS-RUN-DATE-NUM / 100.
           MOVE WS-PARCELA TO FLM-ORIGEM.
           MOVE WS-DEPT-CODE(DX) TO FLM-DEPTO.
           MOVE WS-DEPT-EMPREGADOS(DX) TO FLM-EMPREGADOS.
           MOVE WS-DEPT-SALARIOS(DX) TO FLM-SALARIOS.
           MOVE WS-DEPT-INSS(DX) TO FLM-INSS.
           MOVE WS-DEPT-IRRF(DX) TO FLM-IRRF.
           MOVE ZEROS TO FLM-OUTROS.
           MOVE WS-DEPT-LIQUIDO(DX) TO FLM-LIQUIDO.
           MOVE WS-DEPT-PATRONAL(DX) TO FLM-INSS-EMPRESA.
           MOVE WS-DEPT-FGTS(DX) TO FLM-FGTS.
           WRITE FLM-RECORD.

       END PROGRAM DECIMO.
