      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. WHEN EMPSTAT APPLIED A "D" THE
      *              EMPLOYEE SIMPLY DROPPED OUT OF FOLHA AND THE
      *              TERMINATION SETTLEMENT WAS WORKED OUT ON PAPER.
      *              EMPSTAT NOW QUEUES EVERY APPLIED "D" ON
      *              RESCPEND.DAT (MATRICULA, DATE, TYPE, NOTICE,
      *              ACCRUED VACATION DAYS) AND THIS STEP SETTLES EACH
      *              ONE: BALANCE OF SALARY FOR THE DAYS WORKED IN
      *              THE MONTH, NOTICE PAY (30 DAYS PLUS 3 PER YEAR OF
      *              SERVICE, UP TO 90) WHEN A DISMISSAL WITHOUT CAUSE
      *              HAS ITS NOTICE PAID, PROPORTIONAL 13O (DECIMO'S
      *              MONTHS-WORKED AND ABSENCE RULES, UP TO THE
      *              TERMINATION MONTH), ACCRUED AND PROPORTIONAL
      *              VACATION PLUS ONE THIRD, AND THE 40% FGTS FINE
      *              ON A DISMISSAL WITHOUT CAUSE. A PAID NOTICE
      *              PERIOD COUNTS TOWARD THE 13O AND VACATION MONTHS.
      *              DISMISSAL WITH CAUSE KEEPS ONLY THE BALANCE OF
      *              SALARY AND THE ACCRUED VACATION. INSS AND IRRF
      *              COME FROM INSSCTL.DAT AND IRRFCTL.DAT AS IN
      *              FOLHA, ON THE BALANCE OF SALARY AND, TAXED
      *              SEPARATELY, ON THE 13O; PAID VACATION AND PAID
      *              NOTICE ARE EXEMPT. THE FGTS BALANCE IS NOT KEPT
      *              IN THE SUITE, SO THE FINE IS COMPUTED ON AN
      *              ESTIMATE (MONTHS OF SERVICE AT THE LAST SALARY
      *              PLUS THE SETTLEMENT'S OWN DEPOSIT) AND PRINTED AS
      *              SUCH; IT IS COLLECTED INTO THE FGTS ACCOUNT, NOT
      *              PAID WITH THE NET. ONE STATEMENT PAGE PER LEAVER
      *              GOES TO RESCISAO.RPT, THE NET PAY TO THE BANK
      *              CREDIT FILE RESCREM.DAT (THE DECIMOREM.DAT H/D/T
      *              ENVELOPE, THROUGH DECFMT) AND A SALHIST.DAT
      *              RECORD (SOURCE "RESCISAO", LAST SALARY AND NET
      *              SETTLEMENT) PUTS THE FINAL PAY ON THE EMPLOYEE'S
      *              TRAIL. THE QUEUE IS EMPTIED ONCE READ; UNKNOWN OR
      *              NO-LONGER-DESLIGADO MATRICULAS ARE LISTED AS
      *              REJECTS WITH A NON-ZERO RETURN-CODE.
      * 15/10/2026 - ACCRUED VACATION DAYS NOW COME FROM THE VACATION
      *              LEDGER FERIAS.DAT (BALANCE OF THE COMPLETE
      *              ACCRUAL PERIODS) WHEN THE LEAVER HAS ROWS ON IT;
      *              THE DAYS KEYED WITH THE "D" ARE ONLY THE FALLBACK
      *              FOR SOMEONE THE LEDGER DOES NOT KNOW.
      * 15/10/2026 - EACH SETTLEMENT'S LINES GO TO THE PAYROLL HISTORY
      *              FOLHIST.DAT UNDER THE RUN MONTH (SALARY BALANCE
      *              AS TAXABLE, NOTICE AND VACATION AS EXEMPT, THE
      *              13O WITH ITS OWN INSS AND IRRF) SO THE YEAR-END
      *              INCOME STATEMENT INCLUDES THE FINAL PAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESCPENDFILE ASSIGN TO DYNAMIC WS-PTH-RESCPEND-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPEND-STATUS.

           SELECT EMPLOYEEMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-EMPMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT ABSENCEFILE ASSIGN TO DYNAMIC WS-PTH-ABSENCE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.

           SELECT INSSCONTROLFILE ASSIGN TO DYNAMIC WS-PTH-INSSCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSS-STATUS.

           SELECT IRCONTROLFILE ASSIGN TO DYNAMIC
               WS-PTH-IRRFCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

           SELECT RESCREMITFILE ASSIGN TO DYNAMIC
               WS-PTH-RESCREM-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FERIASLEDGERFILE ASSIGN TO DYNAMIC
               WS-PTH-FERIAS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLED-STATUS.

           SELECT SALHISTFILE ASSIGN TO DYNAMIC WS-PTH-SALHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALH-STATUS.

           SELECT RESCREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-RESCISAO-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESCPENDFILE.
       01  RPEND-RECORD.
           88 WS-EOF-RPEND         VALUE HIGH-VALUES.
           05 RPEND-MATRICULA      PIC 9(06).
           05 RPEND-DATA           PIC 9(08).
           05 RPEND-TIPO           PIC X(01).
              88 RPEND-SEM-JUSTA-CAUSA VALUE "S".
              88 RPEND-JUSTA-CAUSA     VALUE "J".
              88 RPEND-PEDIDO          VALUE "P".
              88 RPEND-TERMINO         VALUE "T".
           05 RPEND-AVISO          PIC X(01).
              88 RPEND-AVISO-INDENIZADO VALUE "I".
           05 RPEND-FERIAS-VENC    PIC 9(02).

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

       FD  ABSENCEFILE.
       01  AB-RECORD.
           88 WS-EOF-ABSENCE       VALUE HIGH-VALUES.
           05 AB-MATRICULA         PIC 9(06).
           05 AB-INICIO            PIC 9(08).
           05 AB-RETORNO-PREVISTO  PIC 9(08).
           05 AB-MOTIVO            PIC X(20).
           05 AB-STATUS            PIC X(01).
              88 AB-ABERTA         VALUE "A".
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

       FD  RESCREMITFILE.
       01  WS-RREM-LINE            PIC X(60).

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

       FD  SALHISTFILE.
       01  SH-RECORD.
           05 SH-DATE              PIC 9(08).
           05 SH-TIME              PIC 9(08).
           05 SH-MATRICULA         PIC 9(06).
           05 SH-SAL-ANT           PIC 9(9)V9(2).
           05 SH-SAL-NOVO          PIC 9(9)V9(2).
           05 SH-FONTE             PIC X(08).
           05 SH-OPERADOR          PIC X(08).

       FD  RESCREPORTFILE.
       01  WS-RESC-RPT-LINE        PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PTH-RESCPEND-DAT PIC X(44)
           VALUE "ASSETS/RESCPEND.DAT".
       77  WS-PTH-EMPMF-DAT PIC X(44)
           VALUE "ASSETS/EMPMF.DAT".
       77  WS-PTH-ABSENCE-DAT PIC X(44)
           VALUE "ASSETS/ABSENCE.DAT".
       77  WS-PTH-INSSCTL-DAT PIC X(44)
           VALUE "ASSETS/INSSCTL.DAT".
       77  WS-PTH-IRRFCTL-DAT PIC X(44)
           VALUE "ASSETS/IRRFCTL.DAT".
       77  WS-PTH-RESCREM-DAT PIC X(44)
           VALUE "ASSETS/RESCREM.DAT".
       77  WS-PTH-FERIAS-DAT PIC X(44)
           VALUE "ASSETS/FERIAS.DAT".
       77  WS-PTH-SALHIST-DAT PIC X(44)
           VALUE "ASSETS/SALHIST.DAT".
       77  WS-PTH-RESCISAO-RPT PIC X(44)
           VALUE "ASSETS/RESCISAO.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY FOLHISTREC.

       77  WS-HIST-SEQ             PIC 9(02) VALUE ZEROS.
       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-RESC-RPT-LEN         PIC 9(03) VALUE 90.
       77  WS-RREM-LEN             PIC 9(03) VALUE 60.
       77  WS-RPEND-STATUS         PIC X(02) VALUE SPACES.
           88 WS-RPEND-STATUS-OK   VALUE "00".
           88 WS-RPEND-NOT-FOUND   VALUE "35".
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-EMP-STATUS-OK     VALUE "00".
       77  WS-ABS-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ABS-STATUS-OK     VALUE "00".
       77  WS-FLED-STATUS          PIC X(02) VALUE SPACES.
           88 WS-FLED-STATUS-OK    VALUE "00".
       77  WS-DIAS-VENCIDAS        PIC 9(03) VALUE ZEROS.
       77  WS-FLED-ACHOU-SW        PIC X(01) VALUE "N".
           88 WS-FLED-ACHOU        VALUE "Y".
       77  WS-INSS-STATUS          PIC X(02) VALUE SPACES.
           88 WS-INSS-STATUS-OK    VALUE "00".
       77  WS-IR-STATUS            PIC X(02) VALUE SPACES.
           88 WS-IR-STATUS-OK      VALUE "00".
       77  WS-SALH-STATUS          PIC X(02) VALUE SPACES.
           88 WS-SALH-NOT-FOUND    VALUE "35".
       77  WS-PEND-LIDAS-SW        PIC X(01) VALUE "N".
           88 WS-PEND-LIDAS        VALUE "Y".

       77  WS-FGTS-ALIQUOTA        PIC V9(4) VALUE ,0800.
       77  WS-MULTA-ALIQUOTA       PIC V9(4) VALUE ,4000.

       77  WS-DIAS-SALDO           PIC 9(02) VALUE ZEROS.
       77  WS-MESES-SERVICO        PIC S9(5) VALUE ZEROS.
       77  WS-ANOS-SERVICO         PIC 9(03) VALUE ZEROS.
       77  WS-MESES-PERIODO        PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-AVISO           PIC 9(03) VALUE ZEROS.
       77  WS-MESES-AVISO          PIC 9(01) VALUE ZEROS.
       77  WS-MESES-TRABALHADOS    PIC S9(3) VALUE ZEROS.
       77  WS-MESES-AFASTADO       PIC 9(3) VALUE ZEROS.
       77  WS-MESES-FERIAS         PIC 9(02) VALUE ZEROS.
       77  WS-AB-INI-ABS           PIC 9(7) VALUE ZEROS.
       77  WS-AB-FIM-ABS           PIC 9(7) VALUE ZEROS.
       77  WS-ANO-INI-ABS          PIC 9(7) VALUE ZEROS.
       77  WS-ANO-FIM-ABS          PIC 9(7) VALUE ZEROS.

       77  WS-SALDO-SALARIO        PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-AVISO-VALOR          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-DECIMO-VALOR         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-FERIAS-VENC-VALOR    PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-FERIAS-PROP-VALOR    PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-FERIAS-TERCO         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-PROVENTOS            PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-INSS-SALDO           PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-IRRF-SALDO           PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-INSS-DECIMO          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-IRRF-DECIMO          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-DESCONTOS            PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-LIQUIDO              PIC S9(9)V9(2) VALUE ZEROS.
       77  WS-FGTS-ESTIMADO        PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-MULTA-FGTS           PIC 9(9)V9(2) VALUE ZEROS.

       77  WS-TRIB-BASE            PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TRIB-INSS            PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TRIB-BASE-IR         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TRIB-IRRF            PIC S9(9)V9(2) VALUE ZEROS.

       77  WS-TOTAL-PAGOS          PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-REJEITADOS     PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-LIQUIDO        PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-TOTAL-MULTA          PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-BANK-COUNT           PIC 9(6) VALUE ZEROS.
       77  WS-BANK-HASH            PIC 9(13)V9(2) VALUE ZEROS.

       01  WS-DESL-DATE-SPLIT.
           05 WS-DESL-ANO          PIC 9(4).
           05 WS-DESL-MES          PIC 9(2).
           05 WS-DESL-DIA          PIC 9(2).

       01  WS-AB-DATE-SPLIT.
           05 WS-AB-ANO            PIC 9(4).
           05 WS-AB-MES            PIC 9(2).
           05 WS-AB-DIA            PIC 9(2).

       01  WS-INSS-TABLE.
           05 WS-INSS-ENTRY OCCURS 20 TIMES.
              10 WS-INSS-FAIXA-INI  PIC 9(9)V9(2).
              10 WS-INSS-FAIXA-FIM  PIC 9(9)V9(2).
              10 WS-INSS-PERCENTUAL PIC 9V99.
       01  WS-INSS-COUNT           PIC 99 VALUE ZEROS.
       01  NX                      PIC 99.

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
              VALUE "FOLIO RESCISAO".
           05 BANKH-RUN-DATE       PIC 9(08).
           05 FILLER               PIC X(37) VALUE SPACES.

       01  BANK-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE "D".
           05 BANKD-MATRICULA      PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BANKD-NOME           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BANKD-VALOR          PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(09) VALUE SPACES.

       01  BANK-TRAILER-LINE.
           05 FILLER               PIC X(01) VALUE "T".
           05 BANKT-COUNT          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BANKT-HASH           PIC Z(12)9,99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  RESC-EMP-HEADING.
           05 FILLER               PIC X(11) VALUE "MATRICULA: ".
           05 REH-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(03) VALUE " - ".
           05 REH-NOME             PIC X(30).
           05 FILLER               PIC X(08) VALUE " DEPTO: ".
           05 REH-DEPTO            PIC X(03).
           05 FILLER               PIC X(08) VALUE " GRADE: ".
           05 REH-GRADE            PIC X(02).

       01  RESC-DADOS-LINE.
           05 FILLER               PIC X(14) VALUE "DESLIGAMENTO: ".
           05 RDL-DATA             PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RDL-TIPO             PIC X(20).
           05 FILLER               PIC X(08) VALUE " AVISO: ".
           05 RDL-AVISO            PIC X(11).
           05 FILLER               PIC X(10) VALUE " SERVICO: ".
           05 RDL-MESES            PIC ZZZ9.
           05 FILLER               PIC X(06) VALUE " MESES".

       01  RESC-SALARIO-LINE.
           05 FILLER               PIC X(30)
              VALUE "ULTIMO SALARIO.........:      ".
           05 RSL-VALOR            PIC Z(8)9,99.

       01  RESC-VALOR-LINE.
           05 RVL-LABEL            PIC X(30).
           05 RVL-REF              PIC ZZ9 BLANK WHEN ZERO.
           05 RVL-UNIDADE          PIC X(06).
           05 RVL-VALOR            PIC Z(8)9,99.

       01  RESC-REJECT-LINE.
           05 FILLER               PIC X(10) VALUE "MATRICULA ".
           05 RRL-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(12) VALUE " REJEITADA: ".
           05 RRL-MOTIVO           PIC X(30).

       01  RESC-COUNT-LINE.
           05 RCL-LABEL            PIC X(30).
           05 RCL-COUNT            PIC ZZZZ9.

       01  RESC-TOTAL-LINE.
           05 RTL-LABEL            PIC X(30).
           05 RTL-VALOR            PIC Z(10)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-SETTLE-ONE UNTIL WS-EOF-RPEND.
           PERFORM 0004-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-RESCPEND-DAT.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-ABSENCE-DAT.
           CALL "DATADIR" USING WS-PTH-INSSCTL-DAT.
           CALL "DATADIR" USING WS-PTH-IRRFCTL-DAT.
           CALL "DATADIR" USING WS-PTH-RESCREM-DAT.
           CALL "DATADIR" USING WS-PTH-FERIAS-DAT.
           CALL "DATADIR" USING WS-PTH-SALHIST-DAT.
           CALL "DATADIR" USING WS-PTH-RESCISAO-RPT.

       0001-500-LOG-START.
           MOVE "RESCISAO" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "RESCISOES" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-PAGOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "REJEITADAS" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-REJEITADOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "RESCISAO" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "RESCISAO" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           OPEN OUTPUT RESCREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "RESCISOES DE CONTRATO DE TRABALHO" TO RPT-BH-TITLE.
           WRITE WS-RESC-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-RESC-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-RESC-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           OPEN INPUT RESCPENDFILE.
           IF WS-RPEND-NOT-FOUND
               DISPLAY 'SEM RESCISOES PENDENTES HOJE'
               SET WS-EOF-RPEND TO TRUE
           ELSE
               IF NOT WS-RPEND-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR RESCPEND - STATUS '
                       WS-RPEND-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-EOF-RPEND TO TRUE
               END-IF
           END-IF.
           IF NOT WS-EOF-RPEND
               OPEN INPUT EMPLOYEEMASTERFILE
               IF NOT WS-EMP-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR EMPLOYEEMASTERFILE - '
                       'STATUS ' WS-EMP-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-EOF-RPEND TO TRUE
               ELSE
                   PERFORM 0002-400-LOAD-INSS
                   PERFORM 0002-500-LOAD-IR
                   OPEN OUTPUT RESCREMITFILE
                   MOVE WS-RUN-DATE-NUM TO BANKH-RUN-DATE
                   MOVE BANK-HEADER-LINE TO WS-RREM-LINE
                   CALL "DECFMT" USING WS-RREM-LINE, WS-RREM-LEN
                   WRITE WS-RREM-LINE
                   SET WS-PEND-LIDAS TO TRUE
                   PERFORM 0002-600-READ-PENDING
               END-IF
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

       0002-500-LOAD-IR.
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

       0002-600-READ-PENDING.
           READ RESCPENDFILE
               AT END SET WS-EOF-RPEND TO TRUE
           END-READ.

       0003-SETTLE-ONE.
           MOVE RPEND-MATRICULA TO WS-EMP-MATRICULA.
           READ EMPLOYEEMASTERFILE
               INVALID KEY
                   MOVE "MATRICULA NAO CADASTRADA" TO RRL-MOTIVO
                   PERFORM 0003-900-REJECT
               NOT INVALID KEY
                   IF WS-EMP-DESLIGADO
                       PERFORM 0003-100-COMPUTE-SETTLEMENT
                       PERFORM 0003-700-PRINT-STATEMENT
                       PERFORM 0003-800-REMIT-AND-TRAIL
                   ELSE
                       MOVE "NAO ESTA MAIS DESLIGADO" TO RRL-MOTIVO
                       PERFORM 0003-900-REJECT
                   END-IF
           END-READ.
           PERFORM 0002-600-READ-PENDING.

       0003-100-COMPUTE-SETTLEMENT.
           MOVE RPEND-DATA TO WS-DESL-DATE-SPLIT.
           MOVE ZEROS TO WS-AVISO-VALOR WS-DECIMO-VALOR
               WS-FERIAS-PROP-VALOR WS-MULTA-FGTS WS-FGTS-ESTIMADO
               WS-DIAS-AVISO WS-MESES-AVISO WS-MESES-TRABALHADOS
               WS-MESES-FERIAS.
           PERFORM 0003-150-COMPUTE-SERVICO.
           MOVE WS-DESL-DIA TO WS-DIAS-SALDO.
           IF WS-DIAS-SALDO > 30
               MOVE 30 TO WS-DIAS-SALDO
           END-IF.
           COMPUTE WS-SALDO-SALARIO ROUNDED =
               WS-EMP-SALARIO * WS-DIAS-SALDO / 30.
           IF RPEND-SEM-JUSTA-CAUSA AND RPEND-AVISO-INDENIZADO
               COMPUTE WS-DIAS-AVISO = 30 + (3 * WS-ANOS-SERVICO)
               IF WS-DIAS-AVISO > 90
                   MOVE 90 TO WS-DIAS-AVISO
               END-IF
               COMPUTE WS-AVISO-VALOR ROUNDED =
                   WS-EMP-SALARIO * WS-DIAS-AVISO / 30
               DIVIDE WS-DIAS-AVISO BY 30 GIVING WS-MESES-AVISO
           END-IF.
           IF NOT RPEND-JUSTA-CAUSA
               PERFORM 0003-300-COMPUTE-MESES
               ADD WS-MESES-AVISO TO WS-MESES-TRABALHADOS
               IF WS-MESES-TRABALHADOS > 12
                   MOVE 12 TO WS-MESES-TRABALHADOS
               END-IF
               COMPUTE WS-DECIMO-VALOR ROUNDED =
                   WS-EMP-SALARIO * WS-MESES-TRABALHADOS / 12
               COMPUTE WS-MESES-FERIAS =
                   WS-MESES-PERIODO + WS-MESES-AVISO
               IF WS-MESES-FERIAS > 12
                   MOVE 12 TO WS-MESES-FERIAS
               END-IF
               COMPUTE WS-FERIAS-PROP-VALOR ROUNDED =
                   WS-EMP-SALARIO * WS-MESES-FERIAS / 12
           END-IF.
           PERFORM 0003-600-DIAS-VENCIDOS.
           COMPUTE WS-FERIAS-VENC-VALOR ROUNDED =
               WS-EMP-SALARIO * WS-DIAS-VENCIDAS / 30.
           COMPUTE WS-FERIAS-TERCO ROUNDED =
               (WS-FERIAS-VENC-VALOR + WS-FERIAS-PROP-VALOR) / 3.
           IF RPEND-SEM-JUSTA-CAUSA
               COMPUTE WS-FGTS-ESTIMADO ROUNDED =
                   (WS-EMP-SALARIO * WS-MESES-SERVICO
                    + WS-SALDO-SALARIO + WS-DECIMO-VALOR
                    + WS-AVISO-VALOR) * WS-FGTS-ALIQUOTA
               COMPUTE WS-MULTA-FGTS ROUNDED =
                   WS-FGTS-ESTIMADO * WS-MULTA-ALIQUOTA
           END-IF.
           COMPUTE WS-PROVENTOS = WS-SALDO-SALARIO + WS-AVISO-VALOR
               + WS-DECIMO-VALOR + WS-FERIAS-VENC-VALOR
               + WS-FERIAS-PROP-VALOR + WS-FERIAS-TERCO.
           MOVE WS-SALDO-SALARIO TO WS-TRIB-BASE.
           PERFORM 0003-500-APPLY-TAX-TABLES.
           MOVE WS-TRIB-INSS TO WS-INSS-SALDO.
           MOVE WS-TRIB-IRRF TO WS-IRRF-SALDO.
           MOVE WS-DECIMO-VALOR TO WS-TRIB-BASE.
           PERFORM 0003-500-APPLY-TAX-TABLES.
           MOVE WS-TRIB-INSS TO WS-INSS-DECIMO.
           MOVE WS-TRIB-IRRF TO WS-IRRF-DECIMO.
           COMPUTE WS-DESCONTOS = WS-INSS-SALDO + WS-IRRF-SALDO
               + WS-INSS-DECIMO + WS-IRRF-DECIMO.
           COMPUTE WS-LIQUIDO = WS-PROVENTOS - WS-DESCONTOS.
           IF WS-LIQUIDO < ZEROS
               MOVE ZEROS TO WS-LIQUIDO
           END-IF.

       0003-150-COMPUTE-SERVICO.
           COMPUTE WS-MESES-SERVICO =
               ((WS-DESL-ANO * 12) + WS-DESL-MES)
               - ((WS-EMP-ANO-INGRESSO * 12) + WS-EMP-MES-INGRESSO).
           IF WS-DESL-DIA NOT < 15
               ADD 1 TO WS-MESES-SERVICO
           END-IF.
           IF WS-MESES-SERVICO < ZEROS
               MOVE ZEROS TO WS-MESES-SERVICO
           END-IF.
           DIVIDE WS-MESES-SERVICO BY 12 GIVING WS-ANOS-SERVICO
               REMAINDER WS-MESES-PERIODO.

       0003-300-COMPUTE-MESES.
           IF WS-EMP-ANO-INGRESSO < WS-DESL-ANO
               MOVE WS-DESL-MES TO WS-MESES-TRABALHADOS
           ELSE
               IF WS-EMP-ANO-INGRESSO = WS-DESL-ANO
                   COMPUTE WS-MESES-TRABALHADOS =
                       WS-DESL-MES - WS-EMP-MES-INGRESSO + 1
               ELSE
                   MOVE ZEROS TO WS-MESES-TRABALHADOS
               END-IF
           END-IF.
           IF WS-DESL-DIA < 15 AND WS-MESES-TRABALHADOS > ZEROS
               SUBTRACT 1 FROM WS-MESES-TRABALHADOS
           END-IF.
           IF WS-MESES-TRABALHADOS > 12
               MOVE 12 TO WS-MESES-TRABALHADOS
           END-IF.
           PERFORM 0003-400-SUBTRACT-AFASTAMENTOS.
           IF WS-MESES-TRABALHADOS < ZEROS
               MOVE ZEROS TO WS-MESES-TRABALHADOS
           END-IF.

       0003-400-SUBTRACT-AFASTAMENTOS.
           MOVE ZEROS TO WS-MESES-AFASTADO.
           COMPUTE WS-ANO-INI-ABS = (WS-DESL-ANO * 12) + 1.
           COMPUTE WS-ANO-FIM-ABS = (WS-DESL-ANO * 12) + WS-DESL-MES.
           OPEN INPUT ABSENCEFILE.
           IF WS-ABS-STATUS-OK
               READ ABSENCEFILE
                   AT END SET WS-EOF-ABSENCE TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-ABSENCE
                   IF AB-MATRICULA = WS-EMP-MATRICULA
                       PERFORM 0003-450-COUNT-ONE-PERIOD
                   END-IF
                   READ ABSENCEFILE
                       AT END SET WS-EOF-ABSENCE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ABSENCEFILE
               MOVE SPACES TO AB-RECORD
           END-IF.
           SUBTRACT WS-MESES-AFASTADO FROM WS-MESES-TRABALHADOS.

       0003-450-COUNT-ONE-PERIOD.
           MOVE AB-INICIO TO WS-AB-DATE-SPLIT.
           COMPUTE WS-AB-INI-ABS =
               (WS-AB-ANO * 12) + WS-AB-MES.
           IF AB-ENCERRADA AND AB-RETORNO-REAL > ZEROS
               MOVE AB-RETORNO-REAL TO WS-AB-DATE-SPLIT
           ELSE
               MOVE RPEND-DATA TO WS-AB-DATE-SPLIT
           END-IF.
           COMPUTE WS-AB-FIM-ABS =
               (WS-AB-ANO * 12) + WS-AB-MES.
           IF WS-AB-INI-ABS < WS-ANO-INI-ABS
               MOVE WS-ANO-INI-ABS TO WS-AB-INI-ABS
           END-IF.
           IF WS-AB-FIM-ABS > WS-ANO-FIM-ABS
               MOVE WS-ANO-FIM-ABS TO WS-AB-FIM-ABS
           END-IF.
           IF WS-AB-FIM-ABS > WS-AB-INI-ABS
               COMPUTE WS-MESES-AFASTADO =
                   WS-MESES-AFASTADO
                   + (WS-AB-FIM-ABS - WS-AB-INI-ABS)
           END-IF.

       0003-500-APPLY-TAX-TABLES.
           MOVE ZEROS TO WS-TRIB-INSS.
           PERFORM 0003-550-SCAN-BAND
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
           PERFORM 0003-550-SCAN-BAND
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

       0003-550-SCAN-BAND.
           CONTINUE.

       0003-600-DIAS-VENCIDOS.
           MOVE ZEROS TO WS-DIAS-VENCIDAS.
           MOVE "N" TO WS-FLED-ACHOU-SW.
           OPEN INPUT FERIASLEDGERFILE.
           IF WS-FLED-STATUS-OK
               READ FERIASLEDGERFILE
                   AT END SET WS-EOF-FLED TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-FLED
                   IF FLED-MATRICULA = WS-EMP-MATRICULA
                       SET WS-FLED-ACHOU TO TRUE
                       IF FLED-COMPLETO = "S"
                          AND FLED-DIAS-DIREITO > FLED-DIAS-GOZADOS
                               + FLED-DIAS-VENDIDOS
                           COMPUTE WS-DIAS-VENCIDAS = WS-DIAS-VENCIDAS
                               + FLED-DIAS-DIREITO - FLED-DIAS-GOZADOS
                               - FLED-DIAS-VENDIDOS
                       END-IF
                   END-IF
                   READ FERIASLEDGERFILE
                       AT END SET WS-EOF-FLED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FERIASLEDGERFILE
           END-IF.
           IF NOT WS-FLED-ACHOU
               MOVE RPEND-FERIAS-VENC TO WS-DIAS-VENCIDAS
           END-IF.

       0003-700-PRINT-STATEMENT.
           MOVE WS-EMP-MATRICULA TO REH-MATRICULA.
           MOVE WS-EMP-NOME TO REH-NOME.
           MOVE WS-EMP-DEPTO TO REH-DEPTO.
           MOVE WS-EMP-GRADE TO REH-GRADE.
           WRITE WS-RESC-RPT-LINE FROM RESC-EMP-HEADING
               AFTER ADVANCING PAGE.
           MOVE RPEND-DATA TO RDL-DATA.
           EVALUATE TRUE
               WHEN RPEND-SEM-JUSTA-CAUSA
                   MOVE "SEM JUSTA CAUSA" TO RDL-TIPO
               WHEN RPEND-JUSTA-CAUSA
                   MOVE "POR JUSTA CAUSA" TO RDL-TIPO
               WHEN RPEND-PEDIDO
                   MOVE "PEDIDO DE DEMISSAO" TO RDL-TIPO
               WHEN RPEND-TERMINO
                   MOVE "TERMINO DE CONTRATO" TO RDL-TIPO
               WHEN OTHER
                   MOVE RPEND-TIPO TO RDL-TIPO
           END-EVALUATE.
           IF RPEND-AVISO-INDENIZADO
               MOVE "INDENIZADO" TO RDL-AVISO
           ELSE
               MOVE "TRABALHADO" TO RDL-AVISO
           END-IF.
           MOVE WS-MESES-SERVICO TO RDL-MESES.
           WRITE WS-RESC-RPT-LINE FROM RESC-DADOS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-EMP-SALARIO TO RSL-VALOR.
           MOVE RESC-SALARIO-LINE TO WS-RESC-RPT-LINE.
           CALL "DECFMT" USING WS-RESC-RPT-LINE, WS-RESC-RPT-LEN.
           WRITE WS-RESC-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-RESC-RPT-LINE.
           WRITE WS-RESC-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SALDO DE SALARIO.......:" TO RVL-LABEL.
           MOVE WS-DIAS-SALDO TO RVL-REF.
           MOVE " DIAS" TO RVL-UNIDADE.
           MOVE WS-SALDO-SALARIO TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "AVISO PREVIO INDENIZADO:" TO RVL-LABEL.
           MOVE WS-DIAS-AVISO TO RVL-REF.
           MOVE " DIAS" TO RVL-UNIDADE.
           MOVE WS-AVISO-VALOR TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "13O SALARIO PROPORCIONAL:" TO RVL-LABEL.
           MOVE WS-MESES-TRABALHADOS TO RVL-REF.
           MOVE "/12" TO RVL-UNIDADE.
           MOVE WS-DECIMO-VALOR TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "FERIAS VENCIDAS........:" TO RVL-LABEL.
           MOVE WS-DIAS-VENCIDAS TO RVL-REF.
           MOVE " DIAS" TO RVL-UNIDADE.
           MOVE WS-FERIAS-VENC-VALOR TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "FERIAS PROPORCIONAIS...:" TO RVL-LABEL.
           MOVE WS-MESES-FERIAS TO RVL-REF.
           MOVE "/12" TO RVL-UNIDADE.
           MOVE WS-FERIAS-PROP-VALOR TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "1/3 DE FERIAS..........:" TO RVL-LABEL.
           MOVE ZEROS TO RVL-REF.
           MOVE SPACES TO RVL-UNIDADE.
           MOVE WS-FERIAS-TERCO TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "TOTAL DE PROVENTOS.....:" TO RVL-LABEL.
           MOVE WS-PROVENTOS TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "INSS SOBRE SALDO.......:" TO RVL-LABEL.
           MOVE WS-INSS-SALDO TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "IRRF SOBRE SALDO.......:" TO RVL-LABEL.
           MOVE WS-IRRF-SALDO TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "INSS SOBRE 13O.........:" TO RVL-LABEL.
           MOVE WS-INSS-DECIMO TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "IRRF SOBRE 13O.........:" TO RVL-LABEL.
           MOVE WS-IRRF-DECIMO TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "TOTAL DE DESCONTOS.....:" TO RVL-LABEL.
           MOVE WS-DESCONTOS TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           MOVE "LIQUIDO A RECEBER......:" TO RVL-LABEL.
           MOVE WS-LIQUIDO TO RVL-VALOR.
           PERFORM 0003-750-PRINT-VALOR-LINE.
           IF RPEND-SEM-JUSTA-CAUSA
               MOVE SPACES TO WS-RESC-RPT-LINE
               WRITE WS-RESC-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "SALDO FGTS ESTIMADO....:" TO RVL-LABEL
               MOVE WS-FGTS-ESTIMADO TO RVL-VALOR
               PERFORM 0003-750-PRINT-VALOR-LINE
               MOVE "MULTA FGTS 40% A RECOLHER" TO RVL-LABEL
               MOVE WS-MULTA-FGTS TO RVL-VALOR
               PERFORM 0003-750-PRINT-VALOR-LINE
           END-IF.

       0003-750-PRINT-VALOR-LINE.
           IF RVL-REF = SPACES
               MOVE SPACES TO RVL-UNIDADE
           END-IF.
           MOVE RESC-VALOR-LINE TO WS-RESC-RPT-LINE.
           CALL "DECFMT" USING WS-RESC-RPT-LINE, WS-RESC-RPT-LEN.
           WRITE WS-RESC-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0003-800-REMIT-AND-TRAIL.
           IF WS-LIQUIDO > ZEROS
               MOVE WS-EMP-MATRICULA TO BANKD-MATRICULA
               MOVE WS-EMP-NOME TO BANKD-NOME
               MOVE WS-LIQUIDO TO BANKD-VALOR
               MOVE BANK-DETAIL-LINE TO WS-RREM-LINE
               CALL "DECFMT" USING WS-RREM-LINE, WS-RREM-LEN
               WRITE WS-RREM-LINE
               ADD 1 TO WS-BANK-COUNT
               ADD WS-LIQUIDO TO WS-BANK-HASH
           END-IF.
           OPEN EXTEND SALHISTFILE.
           IF WS-SALH-NOT-FOUND
               OPEN OUTPUT SALHISTFILE
           END-IF.
           ACCEPT SH-DATE FROM DATE YYYYMMDD.
           ACCEPT SH-TIME FROM TIME.
           MOVE WS-EMP-MATRICULA TO SH-MATRICULA.
           MOVE WS-EMP-SALARIO TO SH-SAL-ANT.
           MOVE WS-LIQUIDO TO SH-SAL-NOVO.
           MOVE "RESCISAO" TO SH-FONTE.
           MOVE SPACES TO SH-OPERADOR.
           WRITE SH-RECORD.
           CLOSE SALHISTFILE.
           ADD 1 TO WS-TOTAL-PAGOS.
           ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO.
           ADD WS-MULTA-FGTS TO WS-TOTAL-MULTA.
           PERFORM 0003-850-GRAVA-HISTORICO.

       0003-850-GRAVA-HISTORICO.
           MOVE "OPEN" TO FHST-ACTION.
           COMPUTE FHST-COMPETENCIA = WS-RUN-DATE-NUM / 100.
           MOVE "R" TO FHST-ORIGEM.
           MOVE WS-EMP-MATRICULA TO FHST-MATRICULA.
           CALL "FOLHIST" USING FHST-CALL.
           IF FHST-RESULT NOT = "OK"
               DISPLAY 'AVISO: HISTORICO DA RESCISAO NAO GRAVADO - '
                   WS-EMP-MATRICULA
           ELSE
               MOVE ZEROS TO WS-HIST-SEQ
               MOVE "SALD" TO FHST-RUBRICA
               MOVE "SALDO DE SALARIO" TO FHST-DESCRICAO
               MOVE "P" TO FHST-NATUREZA
               MOVE WS-SALDO-SALARIO TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "BASE" TO FHST-RUBRICA
               MOVE "BASE TRIBUTAVEL" TO FHST-DESCRICAO
               MOVE "B" TO FHST-NATUREZA
               MOVE WS-SALDO-SALARIO TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "INSS" TO FHST-RUBRICA
               MOVE "INSS" TO FHST-DESCRICAO
               MOVE "I" TO FHST-NATUREZA
               MOVE WS-INSS-SALDO TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "IRRF" TO FHST-RUBRICA
               MOVE "IRRF" TO FHST-DESCRICAO
               MOVE "R" TO FHST-NATUREZA
               MOVE WS-IRRF-SALDO TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "AVIS" TO FHST-RUBRICA
               MOVE "AVISO PREVIO INDENIZ" TO FHST-DESCRICAO
               MOVE "X" TO FHST-NATUREZA
               MOVE WS-AVISO-VALOR TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "FERV" TO FHST-RUBRICA
               MOVE "FERIAS VENCIDAS" TO FHST-DESCRICAO
               MOVE WS-FERIAS-VENC-VALOR TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "FERP" TO FHST-RUBRICA
               MOVE "FERIAS PROPORCIONAIS" TO FHST-DESCRICAO
               MOVE WS-FERIAS-PROP-VALOR TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "FER3" TO FHST-RUBRICA
               MOVE "1/3 FERIAS" TO FHST-DESCRICAO
               MOVE WS-FERIAS-TERCO TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "13BS" TO FHST-RUBRICA
               MOVE "13O PROPORCIONAL" TO FHST-DESCRICAO
               MOVE "E" TO FHST-NATUREZA
               MOVE WS-DECIMO-VALOR TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "13IN" TO FHST-RUBRICA
               MOVE "INSS 13O SALARIO" TO FHST-DESCRICAO
               MOVE "F" TO FHST-NATUREZA
               MOVE WS-INSS-DECIMO TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "13IR" TO FHST-RUBRICA
               MOVE "IRRF 13O SALARIO" TO FHST-DESCRICAO
               MOVE "G" TO FHST-NATUREZA
               MOVE WS-IRRF-DECIMO TO FHST-VALOR
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "LIQU" TO FHST-RUBRICA
               MOVE "LIQUIDO RESCISAO" TO FHST-DESCRICAO
               MOVE "L" TO FHST-NATUREZA
               IF WS-LIQUIDO > ZEROS
                   MOVE WS-LIQUIDO TO FHST-VALOR
               ELSE
                   MOVE ZEROS TO FHST-VALOR
               END-IF
               PERFORM 0003-860-GRAVA-LINHA
               MOVE "SAVE" TO FHST-ACTION
               CALL "FOLHIST" USING FHST-CALL
           END-IF.

       0003-860-GRAVA-LINHA.
           IF FHST-VALOR > ZEROS OR FHST-NAT-LIQUIDO
               ADD 1 TO WS-HIST-SEQ
               MOVE WS-HIST-SEQ TO FHST-SEQ
               MOVE ZEROS TO FHST-DATA-REG
               MOVE "WRIT" TO FHST-ACTION
               CALL "FOLHIST" USING FHST-CALL
           END-IF.

       0003-900-REJECT.
           MOVE RPEND-MATRICULA TO RRL-MATRICULA.
           WRITE WS-RESC-RPT-LINE FROM RESC-REJECT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-TOTAL-REJEITADOS.

       0004-FINALIZE.
           IF WS-PEND-LIDAS
               MOVE WS-BANK-COUNT TO BANKT-COUNT
               MOVE WS-BANK-HASH TO BANKT-HASH
               MOVE BANK-TRAILER-LINE TO WS-RREM-LINE
               CALL "DECFMT" USING WS-RREM-LINE, WS-RREM-LEN
               WRITE WS-RREM-LINE
               CLOSE RESCREMITFILE
               CLOSE EMPLOYEEMASTERFILE
               CLOSE RESCPENDFILE
               OPEN OUTPUT RESCPENDFILE
               CLOSE RESCPENDFILE
           END-IF.
           MOVE "RESUMO DAS RESCISOES" TO WS-RESC-RPT-LINE.
           WRITE WS-RESC-RPT-LINE
               AFTER ADVANCING PAGE.
           MOVE "RESCISOES CALCULADAS:         " TO RCL-LABEL.
           MOVE WS-TOTAL-PAGOS TO RCL-COUNT.
           WRITE WS-RESC-RPT-LINE FROM RESC-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PENDENCIAS REJEITADAS:        " TO RCL-LABEL.
           MOVE WS-TOTAL-REJEITADOS TO RCL-COUNT.
           WRITE WS-RESC-RPT-LINE FROM RESC-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL LIQUIDO A PAGAR:        " TO RTL-LABEL.
           MOVE WS-TOTAL-LIQUIDO TO RTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           MOVE "TOTAL MULTA FGTS A RECOLHER:  " TO RTL-LABEL.
           MOVE WS-TOTAL-MULTA TO RTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           WRITE WS-RESC-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE RESCREPORTFILE.
           IF WS-TOTAL-REJEITADOS > ZEROS
               MOVE 1 TO RETURN-CODE
           END-IF.
           DISPLAY 'CALCULO DE RESCISOES CONCLUIDO'.

       0004-500-PRINT-TOTAL-LINE.
           MOVE RESC-TOTAL-LINE TO WS-RESC-RPT-LINE.
           CALL "DECFMT" USING WS-RESC-RPT-LINE, WS-RESC-RPT-LEN.
           WRITE WS-RESC-RPT-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM RESCISAO.
