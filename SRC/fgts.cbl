      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE EMPLOYER'S FGTS DEPOSIT (8% OF
      *              THE MONTH'S GROSS) WAS WORKED OUT BY HAND FROM
      *              FOLHA.RPT AND TYPED INTO THE BANK'S PORTAL. THIS
      *              STEP RUNS RIGHT AFTER FOLHA AND READS EMPMF.DAT:
      *              EVERY ATIVO EMPLOYEE (A BLANK STATUS STILL COUNTS
      *              AS ATIVO, AS IN FOLHA) HAS THE GROSS SALARY AS
      *              FGTS BASE; AN AFASTADO EMPLOYEE HAS IT ONLY WHEN
      *              THE REASON ON THE OPEN PERIOD IN ABSENCE.DAT IS
      *              ONE OF THOSE LISTED ON FGTSCTL.DAT (ABSENCES ON
      *              WHICH THE DEPOSIT REMAINS DUE, SUCH AS WORK
      *              ACCIDENT, MATERNITY OR MILITARY SERVICE); ANY
      *              OTHER ABSENCE IS LISTED WITH NO DEPOSIT. DESLIGADO
      *              EMPLOYEES ARE COUNTED AND SKIPPED. THE COLLECTION
      *              FILE FGTSREM.DAT GOES OUT IN THE BANK'S H/D/T
      *              ENVELOPE (COMPETENCE ON THE HEADER; TRAILER WITH
      *              THE COUNT, THE TOTAL BASE AND THE TOTAL DEPOSIT),
      *              FGTS.RPT LISTS EVERY EMPLOYEE BY DEPARTMENT WITH
      *              DEPARTMENT AND COMPANY TOTALS, AND THE MONTH'S
      *              TOTAL IS LEFT ON FGTSMES.DAT FOR GLEXT TO POST AS
      *              AN EXPENSE AGAINST THE FGTS PAYABLE.
      * 15/10/2026 - THE FGTS BASE IS NOW THE MONTH'S TAXABLE BASE
      *              FOLHA WROTE TO FOLHIST.DAT (LINE BASE: SALARY,
      *              OVERTIME AND NIGHT PREMIUM, VACATION AND ITS
      *              THIRD, LESS ABSENCES). THE EMPMF SALARY IS USED
      *              ONLY FOR AN EMPLOYEE WITH NO FOLHA RESULT FOR THE
      *              MONTH, COUNTED ON THE REPORT SUMMARY, AS IS AN
      *              ATIVO EMPLOYEE WHOSE MONTH LEFT NO BASE AT ALL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEMASTERFILE ASSIGN TO DYNAMIC WS-PTH-EMPMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT ABSENCEFILE ASSIGN TO DYNAMIC WS-PTH-ABSENCE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.

           SELECT FOLHISTFILE ASSIGN TO DYNAMIC WS-PTH-FOLHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT FGTSCONTROLFILE ASSIGN TO DYNAMIC WS-PTH-FGTSCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.

           SELECT FGTSSORTFILE ASSIGN TO DYNAMIC WS-PTH-FGTS-SRT.

           SELECT FGTSREMITFILE ASSIGN TO DYNAMIC WS-PTH-FGTSREM-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FGTSMESFILE ASSIGN TO DYNAMIC WS-PTH-FGTSMES-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FGTSREPORTFILE ASSIGN TO DYNAMIC WS-PTH-FGTS-RPT
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

       FD  FOLHISTFILE.
       01  HST-RECORD.
           88 WS-EOF-HIST          VALUE HIGH-VALUES.
           05 HST-COMPETENCIA      PIC 9(06).
           05 HST-ORIGEM           PIC X(01).
              88 HST-ORIGEM-FOLHA  VALUE "F".
           05 HST-MATRICULA        PIC 9(06).
           05 HST-SEQ              PIC 9(02).
           05 HST-RUBRICA          PIC X(04).
           05 HST-DESCRICAO        PIC X(20).
           05 HST-NATUREZA         PIC X(01).
              88 HST-NAT-BASE      VALUE "B".
           05 HST-VALOR            PIC 9(9)V9(2).
           05 HST-DATA-REG         PIC 9(08).

       FD  FGTSCONTROLFILE.
       01  FGTSCTL-RECORD.
           88 WS-EOF-FGTS-CTL      VALUE HIGH-VALUES.
           05 FGTSCTL-MOTIVO       PIC X(20).

       SD  FGTSSORTFILE.
       01  FSR-SORTREC.
           88 ENDOFFGTSSORT        VALUE HIGH-VALUES.
           05 FSR-DEPTO            PIC X(03).
           05 FSR-MATRICULA        PIC 9(06).
           05 FSR-NOME             PIC X(30).
           05 FSR-SITUACAO         PIC X(01).
           05 FSR-BASE             PIC 9(9)V9(2).
           05 FSR-DEPOSITO         PIC 9(9)V9(2).
           05 FSR-MOTIVO           PIC X(20).

       FD  FGTSREMITFILE.
       01  WS-FREM-LINE            PIC X(80).

       FD  FGTSMESFILE.
       01  FGM-RECORD.
           05 FGM-DATE             PIC 9(08).
           05 FGM-COMPETENCIA      PIC 9(06).
           05 FGM-EMPREGADOS       PIC 9(05).
           05 FGM-BASE             PIC 9(11)V9(2).
           05 FGM-VALOR            PIC 9(11)V9(2).

       FD  FGTSREPORTFILE.
       01  WS-FGTS-RPT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-EMPMF-DAT PIC X(44)
           VALUE "ASSETS/EMPMF.DAT".
       77  WS-PTH-ABSENCE-DAT PIC X(44)
           VALUE "ASSETS/ABSENCE.DAT".
       77  WS-PTH-FOLHIST-DAT PIC X(44)
           VALUE "ASSETS/FOLHIST.DAT".
       77  WS-PTH-FGTSCTL-DAT PIC X(44)
           VALUE "ASSETS/FGTSCTL.DAT".
       77  WS-PTH-FGTS-SRT PIC X(44)
           VALUE "ASSETS/FGTS.SRT".
       77  WS-PTH-FGTSREM-DAT PIC X(44)
           VALUE "ASSETS/FGTSREM.DAT".
       77  WS-PTH-FGTSMES-DAT PIC X(44)
           VALUE "ASSETS/FGTSMES.DAT".
       77  WS-PTH-FGTS-RPT PIC X(44)
           VALUE "ASSETS/FGTS.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-FGTS-RPT-LEN         PIC 9(03) VALUE 100.
       77  WS-FREM-LEN             PIC 9(03) VALUE 80.
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-EMP-STATUS-OK     VALUE "00".
       77  WS-ABS-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ABS-STATUS-OK     VALUE "00".
       77  WS-HST-STATUS           PIC X(02) VALUE SPACES.
           88 WS-HST-STATUS-OK     VALUE "00".
       77  WS-FCT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-FCT-STATUS-OK     VALUE "00".

       01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-EOF-EMPLOYEE      VALUE "Y".
       01  WS-FIRST-GROUP-SW       PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP       VALUE "Y".

      *    EMPLOYER RATE ON THE MONTH'S GROSS
       77  WS-FGTS-ALIQUOTA        PIC V9(4) VALUE ,0800.

       77  WS-PREV-DEPTO           PIC X(03) VALUE SPACES.
       77  WS-MOTIVO-ABERTO        PIC X(20) VALUE SPACES.
       77  WS-TOTAL-DEPOSITANTES   PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-NAO-DEVIDO     PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-DESLIGADOS     PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-SEM-FOLHA      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-SEM-BASE       PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-BASE           PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-TOTAL-DEPOSITO       PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-DEPTO-EMPREGADOS     PIC 9(05) VALUE ZEROS.
       77  WS-DEPTO-BASE           PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-DEPTO-DEPOSITO       PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-BANK-COUNT           PIC 9(6) VALUE ZEROS.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANOMES        PIC 9(6).
           05 WS-RUN-DIA           PIC 9(2).

      *    REASONS ON WHICH THE DEPOSIT REMAINS DUE (FGTSCTL.DAT)
       01  WS-DEVIDO-TABLE.
           05 WS-DEVIDO-MOTIVO     PIC X(20) OCCURS 20 TIMES.
       01  WS-DEVIDO-COUNT         PIC 99 VALUE ZEROS.
       01  NX                      PIC 99.

      *    OPEN ABSENCE PERIODS (ABSENCE.DAT)
       01  WS-AFAST-TABLE.
           05 WS-AFAST-ENTRY OCCURS 500 TIMES.
              10 WS-AFAST-MATRICULA PIC 9(06).
              10 WS-AFAST-MOTIVO    PIC X(20).
       01  WS-AFAST-COUNT          PIC 9(3) VALUE ZEROS.
       01  AX                      PIC 9(3).

      *    THE MONTH'S TAXABLE BASE PER EMPLOYEE AS PAID BY FOLHA
      *    (FOLHIST.DAT, ORIGIN F, LINE BASE). AN EMPLOYEE WITH ANY
      *    FOLHA LINE FOR THE MONTH HAS A RESULT, EVEN WITH NO BASE.
       01  WS-FOLHA-TABLE.
           05 WS-FOLHA-ENTRY OCCURS 2000 TIMES.
              10 WS-FOLHA-MATRICULA PIC 9(06).
              10 WS-FOLHA-BASE      PIC 9(9)V9(2).
       01  WS-FOLHA-COUNT          PIC 9(4) VALUE ZEROS.
       01  FX                      PIC 9(4).
       77  WS-FOLHA-FULL-SW        PIC X(01) VALUE "N".
           88 WS-FOLHA-FULL        VALUE "Y".

       01  BANK-HEADER-LINE.
           05 FILLER               PIC X(01) VALUE "H".
           05 FILLER               PIC X(14)
              VALUE "FOLIO FGTS    ".
           05 BANKH-COMPETENCIA    PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BANKH-RUN-DATE       PIC 9(08).
           05 FILLER               PIC X(50) VALUE SPACES.

       01  BANK-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE "D".
           05 BANKD-MATRICULA      PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BANKD-NOME           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BANKD-BASE           PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BANKD-DEPOSITO       PIC ZZZZZZZ9,99.
           05 FILLER               PIC X(18) VALUE SPACES.

       01  BANK-TRAILER-LINE.
           05 FILLER               PIC X(01) VALUE "T".
           05 BANKT-COUNT          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BANKT-BASE           PIC Z(12)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 BANKT-DEPOSITO       PIC Z(12)9,99.
           05 FILLER               PIC X(39) VALUE SPACES.

       01  FGTS-COMPETENCIA-LINE.
           05 FILLER               PIC X(21)
              VALUE "COMPETENCIA (AAAAMM):".
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FCP-COMPETENCIA      PIC 9(06).

       01  FGTS-DEPTO-HEADING.
           05 FILLER               PIC X(13) VALUE "DEPARTAMENTO ".
           05 FDH-DEPTO            PIC X(03).

       01  FGTS-DETAIL-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FDL-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FDL-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FDL-SITUACAO         PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FDL-BASE             PIC Z(7)9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FDL-DEPOSITO         PIC Z(7)9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FDL-MOTIVO           PIC X(20).

       01  FGTS-DEPTO-TOTAL-LINE.
           05 FILLER               PIC X(08) VALUE "  TOTAL ".
           05 FDT-DEPTO            PIC X(03).
           05 FILLER               PIC X(08) VALUE "  EMPR. ".
           05 FDT-EMPR             PIC ZZZZ9.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FDT-BASE             PIC Z(9)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FDT-DEPOSITO         PIC Z(8)9,99.

       01  FGTS-TOTAL-LINE.
           05 FTL-LABEL            PIC X(30).
           05 FTL-VALOR            PIC Z(10)9,99.

       01  FGTS-COUNT-LINE.
           05 FCL-LABEL            PIC X(30).
           05 FCL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT FGTSSORTFILE
               ON ASCENDING KEY FSR-DEPTO FSR-MATRICULA
               INPUT PROCEDURE IS 0003-SELECT-EMPLOYEES
               OUTPUT PROCEDURE IS 0004-LIST-AND-REMIT.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-ABSENCE-DAT.
           CALL "DATADIR" USING WS-PTH-FOLHIST-DAT.
           CALL "DATADIR" USING WS-PTH-FGTSCTL-DAT.
           CALL "DATADIR" USING WS-PTH-FGTS-SRT.
           CALL "DATADIR" USING WS-PTH-FGTSREM-DAT.
           CALL "DATADIR" USING WS-PTH-FGTSMES-DAT.
           CALL "DATADIR" USING WS-PTH-FGTS-RPT.

       0001-500-LOG-START.
           MOVE "FGTS" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "FGTS" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           OPEN OUTPUT FGTSREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "FGTS - DEPOSITO MENSAL POR DEPARTAMENTO"
               TO RPT-BH-TITLE.
           WRITE WS-FGTS-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-FGTS-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-FGTS-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-RUN-ANOMES TO FCP-COMPETENCIA.
           WRITE WS-FGTS-RPT-LINE FROM FGTS-COMPETENCIA-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0002-300-LOAD-DEVIDOS.
           PERFORM 0002-400-LOAD-AFASTAMENTOS.
           PERFORM 0002-500-LOAD-FOLHA-BASES.
           OPEN OUTPUT FGTSREMITFILE.
           MOVE WS-RUN-ANOMES TO BANKH-COMPETENCIA.
           MOVE WS-RUN-DATE-NUM TO BANKH-RUN-DATE.
           MOVE BANK-HEADER-LINE TO WS-FREM-LINE.
           CALL "DECFMT" USING WS-FREM-LINE, WS-FREM-LEN.
           WRITE WS-FREM-LINE.

       0002-300-LOAD-DEVIDOS.
           OPEN INPUT FGTSCONTROLFILE.
           IF WS-FCT-STATUS-OK
               READ FGTSCONTROLFILE
                   AT END SET WS-EOF-FGTS-CTL TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-FGTS-CTL
                   IF FGTSCTL-MOTIVO NOT = SPACES
                       IF WS-DEVIDO-COUNT < 20
                           ADD 1 TO WS-DEVIDO-COUNT
                           MOVE FGTSCTL-MOTIVO TO
                               WS-DEVIDO-MOTIVO(WS-DEVIDO-COUNT)
                       ELSE
                           DISPLAY 'LIMITE DE 20 MOTIVOS DE FGTS '
                               'EXCEDIDO'
                       END-IF
                   END-IF
                   READ FGTSCONTROLFILE
                       AT END SET WS-EOF-FGTS-CTL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FGTSCONTROLFILE
           ELSE
               DISPLAY 'AVISO: FGTSCTL.DAT INDISPONIVEL - NENHUM '
                   'AFASTAMENTO TERA DEPOSITO'
           END-IF.

       0002-400-LOAD-AFASTAMENTOS.
           OPEN INPUT ABSENCEFILE.
           IF WS-ABS-STATUS-OK
               READ ABSENCEFILE
                   AT END SET WS-EOF-ABSENCE TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-ABSENCE
                   IF AB-ABERTA
                       PERFORM 0002-450-NOTE-AFASTAMENTO
                   END-IF
                   READ ABSENCEFILE
                       AT END SET WS-EOF-ABSENCE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ABSENCEFILE
           END-IF.

      *    THE LATEST OPEN PERIOD OF AN EMPLOYEE IS THE ONE THAT COUNTS
       0002-450-NOTE-AFASTAMENTO.
           PERFORM 0002-460-SCAN-AFASTAMENTO
               VARYING AX FROM 1 BY 1
               UNTIL AX > WS-AFAST-COUNT
                  OR WS-AFAST-MATRICULA(AX) = AB-MATRICULA.
           IF AX > WS-AFAST-COUNT
               IF WS-AFAST-COUNT < 500
                   ADD 1 TO WS-AFAST-COUNT
                   MOVE WS-AFAST-COUNT TO AX
               ELSE
                   DISPLAY 'LIMITE DE 500 AFASTAMENTOS ABERTOS '
                       'EXCEDIDO'
                   MOVE ZEROS TO AX
               END-IF
           END-IF.
           IF AX > ZEROS
               MOVE AB-MATRICULA TO WS-AFAST-MATRICULA(AX)
               MOVE AB-MOTIVO TO WS-AFAST-MOTIVO(AX)
           END-IF.

       0002-460-SCAN-AFASTAMENTO.
           CONTINUE.

       0002-500-LOAD-FOLHA-BASES.
           OPEN INPUT FOLHISTFILE.
           IF WS-HST-STATUS-OK
               READ FOLHISTFILE
                   AT END SET WS-EOF-HIST TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-HIST
                   IF HST-COMPETENCIA = WS-RUN-ANOMES
                      AND HST-ORIGEM-FOLHA
                       PERFORM 0002-550-NOTE-FOLHA-LINE
                   END-IF
                   READ FOLHISTFILE
                       AT END SET WS-EOF-HIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FOLHISTFILE
           ELSE
               DISPLAY 'AVISO: FOLHIST.DAT INDISPONIVEL - BASE PELO '
                   'SALARIO DO CADASTRO'
           END-IF.

       0002-550-NOTE-FOLHA-LINE.
           PERFORM 0002-560-SCAN-FOLHA
               VARYING FX FROM 1 BY 1
               UNTIL FX > WS-FOLHA-COUNT
                  OR WS-FOLHA-MATRICULA(FX) = HST-MATRICULA.
           IF FX > WS-FOLHA-COUNT
               IF WS-FOLHA-COUNT < 2000
                   ADD 1 TO WS-FOLHA-COUNT
                   MOVE WS-FOLHA-COUNT TO FX
                   MOVE HST-MATRICULA TO WS-FOLHA-MATRICULA(FX)
                   MOVE ZEROS TO WS-FOLHA-BASE(FX)
               ELSE
                   IF NOT WS-FOLHA-FULL
                       DISPLAY 'LIMITE DE 2000 FUNCIONARIOS DA FOLHA '
                           'EXCEDIDO - DEMAIS PELO CADASTRO'
                       SET WS-FOLHA-FULL TO TRUE
                   END-IF
                   MOVE ZEROS TO FX
               END-IF
           END-IF.
           IF FX > ZEROS AND HST-NAT-BASE
               ADD HST-VALOR TO WS-FOLHA-BASE(FX)
           END-IF.

       0002-560-SCAN-FOLHA.
           CONTINUE.

       0002-600-READ-EMPLOYEE.
           READ EMPLOYEEMASTERFILE
               AT END SET WS-EOF-EMPLOYEE TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * INPUT PROCEDURE - ONE SORT RECORD PER ATIVO OR AFASTADO        *
      * EMPLOYEE, WITH THE BASE AND DEPOSIT ALREADY WORKED OUT.        *
      *----------------------------------------------------------------*
       0003-SELECT-EMPLOYEES.
           OPEN INPUT EMPLOYEEMASTERFILE.
           IF NOT WS-EMP-STATUS-OK
               DISPLAY 'ERRO AO ABRIR EMPLOYEEMASTERFILE - STATUS '
                   WS-EMP-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-EOF-EMPLOYEE TO TRUE
           ELSE
               PERFORM 0002-600-READ-EMPLOYEE
           END-IF.
           PERFORM UNTIL WS-EOF-EMPLOYEE
               IF WS-EMP-DESLIGADO
                   ADD 1 TO WS-TOTAL-DESLIGADOS
               ELSE
                   PERFORM 0003-300-COMPUTE-DEPOSIT
                   RELEASE FSR-SORTREC
               END-IF
               PERFORM 0002-600-READ-EMPLOYEE
           END-PERFORM.
           IF WS-EMP-STATUS-OK OR WS-EMP-STATUS = "10"
               CLOSE EMPLOYEEMASTERFILE
           END-IF.

       0003-300-COMPUTE-DEPOSIT.
           MOVE WS-EMP-DEPTO TO FSR-DEPTO.
           MOVE WS-EMP-MATRICULA TO FSR-MATRICULA.
           MOVE WS-EMP-NOME TO FSR-NOME.
           MOVE SPACES TO FSR-MOTIVO.
           MOVE ZEROS TO FSR-BASE FSR-DEPOSITO.
           IF WS-EMP-AFASTADO
               MOVE "F" TO FSR-SITUACAO
               PERFORM 0003-400-FIND-AFASTAMENTO
               IF WS-MOTIVO-ABERTO = SPACES
                   MOVE "SEM PERIODO ABERTO" TO FSR-MOTIVO
               ELSE
                   MOVE WS-MOTIVO-ABERTO TO FSR-MOTIVO
                   PERFORM 0003-500-SCAN-DEVIDO
                       VARYING NX FROM 1 BY 1
                       UNTIL NX > WS-DEVIDO-COUNT
                          OR WS-DEVIDO-MOTIVO(NX) = WS-MOTIVO-ABERTO
                   IF NX NOT > WS-DEVIDO-COUNT
                       PERFORM 0003-600-FIND-BASE
                   END-IF
               END-IF
           ELSE
               MOVE "A" TO FSR-SITUACAO
               PERFORM 0003-600-FIND-BASE
           END-IF.
           COMPUTE FSR-DEPOSITO ROUNDED =
               FSR-BASE * WS-FGTS-ALIQUOTA.

       0003-400-FIND-AFASTAMENTO.
           MOVE SPACES TO WS-MOTIVO-ABERTO.
           PERFORM 0002-460-SCAN-AFASTAMENTO
               VARYING AX FROM 1 BY 1
               UNTIL AX > WS-AFAST-COUNT
                  OR WS-AFAST-MATRICULA(AX) = WS-EMP-MATRICULA.
           IF AX NOT > WS-AFAST-COUNT
               MOVE WS-AFAST-MOTIVO(AX) TO WS-MOTIVO-ABERTO
           END-IF.

       0003-500-SCAN-DEVIDO.
           CONTINUE.

      *    THE BASE IS WHAT FOLHA PAID FOR THE MONTH (SALARY, OVERTIME
      *    AND NIGHT PREMIUM, VACATION AND ITS THIRD, LESS ABSENCES);
      *    THE SALARY ON EMPMF ONLY WHEN FOLHA HAS NO RESULT FOR THE
      *    EMPLOYEE.
       0003-600-FIND-BASE.
           PERFORM 0002-560-SCAN-FOLHA
               VARYING FX FROM 1 BY 1
               UNTIL FX > WS-FOLHA-COUNT
                  OR WS-FOLHA-MATRICULA(FX) = WS-EMP-MATRICULA.
           IF FX NOT > WS-FOLHA-COUNT
               MOVE WS-FOLHA-BASE(FX) TO FSR-BASE
           ELSE
               MOVE WS-EMP-SALARIO TO FSR-BASE
               ADD 1 TO WS-TOTAL-SEM-FOLHA
           END-IF.

      *----------------------------------------------------------------*
      * OUTPUT PROCEDURE - LISTING BY DEPARTMENT AND ONE COLLECTION    *
      * LINE PER EMPLOYEE WITH A DEPOSIT.                              *
      *----------------------------------------------------------------*
       0004-LIST-AND-REMIT.
           RETURN FGTSSORTFILE
               AT END SET ENDOFFGTSSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFFGTSSORT
               IF WS-FIRST-GROUP
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   PERFORM 0004-300-START-DEPTO
               ELSE
                   IF FSR-DEPTO NOT = WS-PREV-DEPTO
                       PERFORM 0004-700-END-DEPTO
                       PERFORM 0004-300-START-DEPTO
                   END-IF
               END-IF
               PERFORM 0004-500-LIST-EMPLOYEE
               RETURN FGTSSORTFILE
                   AT END SET ENDOFFGTSSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-700-END-DEPTO
           END-IF.

       0004-300-START-DEPTO.
           MOVE FSR-DEPTO TO WS-PREV-DEPTO.
           MOVE ZEROS TO WS-DEPTO-EMPREGADOS.
           MOVE ZEROS TO WS-DEPTO-BASE WS-DEPTO-DEPOSITO.
           MOVE FSR-DEPTO TO FDH-DEPTO.
           WRITE WS-FGTS-RPT-LINE FROM FGTS-DEPTO-HEADING
               AFTER ADVANCING 2 LINES.

       0004-500-LIST-EMPLOYEE.
           MOVE FSR-MATRICULA TO FDL-MATRICULA.
           MOVE FSR-NOME TO FDL-NOME.
           MOVE FSR-SITUACAO TO FDL-SITUACAO.
           MOVE FSR-BASE TO FDL-BASE.
           MOVE FSR-DEPOSITO TO FDL-DEPOSITO.
           MOVE FSR-MOTIVO TO FDL-MOTIVO.
           MOVE FGTS-DETAIL-LINE TO WS-FGTS-RPT-LINE.
           CALL "DECFMT" USING WS-FGTS-RPT-LINE, WS-FGTS-RPT-LEN.
           WRITE WS-FGTS-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF FSR-DEPOSITO > ZEROS
               MOVE FSR-MATRICULA TO BANKD-MATRICULA
               MOVE FSR-NOME TO BANKD-NOME
               MOVE FSR-BASE TO BANKD-BASE
               MOVE FSR-DEPOSITO TO BANKD-DEPOSITO
               MOVE BANK-DETAIL-LINE TO WS-FREM-LINE
               CALL "DECFMT" USING WS-FREM-LINE, WS-FREM-LEN
               WRITE WS-FREM-LINE
               ADD 1 TO WS-BANK-COUNT
               ADD 1 TO WS-DEPTO-EMPREGADOS
               ADD 1 TO WS-TOTAL-DEPOSITANTES
               ADD FSR-BASE TO WS-DEPTO-BASE WS-TOTAL-BASE
               ADD FSR-DEPOSITO TO WS-DEPTO-DEPOSITO WS-TOTAL-DEPOSITO
           ELSE
               IF FSR-SITUACAO = "F"
                   ADD 1 TO WS-TOTAL-NAO-DEVIDO
               ELSE
                   ADD 1 TO WS-TOTAL-SEM-BASE
               END-IF
           END-IF.

       0004-700-END-DEPTO.
           MOVE WS-PREV-DEPTO TO FDT-DEPTO.
           MOVE WS-DEPTO-EMPREGADOS TO FDT-EMPR.
           MOVE WS-DEPTO-BASE TO FDT-BASE.
           MOVE WS-DEPTO-DEPOSITO TO FDT-DEPOSITO.
           MOVE FGTS-DEPTO-TOTAL-LINE TO WS-FGTS-RPT-LINE.
           CALL "DECFMT" USING WS-FGTS-RPT-LINE, WS-FGTS-RPT-LEN.
           WRITE WS-FGTS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0005-FINALIZE.
           MOVE WS-BANK-COUNT TO BANKT-COUNT.
           MOVE WS-TOTAL-BASE TO BANKT-BASE.
           MOVE WS-TOTAL-DEPOSITO TO BANKT-DEPOSITO.
           MOVE BANK-TRAILER-LINE TO WS-FREM-LINE.
           CALL "DECFMT" USING WS-FREM-LINE, WS-FREM-LEN.
           WRITE WS-FREM-LINE.
           CLOSE FGTSREMITFILE.
           OPEN OUTPUT FGTSMESFILE.
           MOVE WS-RUN-DATE-NUM TO FGM-DATE.
           MOVE WS-RUN-ANOMES TO FGM-COMPETENCIA.
           MOVE WS-TOTAL-DEPOSITANTES TO FGM-EMPREGADOS.
           MOVE WS-TOTAL-BASE TO FGM-BASE.
           MOVE WS-TOTAL-DEPOSITO TO FGM-VALOR.
           WRITE FGM-RECORD.
           CLOSE FGTSMESFILE.
           MOVE "FUNCIONARIOS COM DEPOSITO:    " TO FCL-LABEL.
           MOVE WS-TOTAL-DEPOSITANTES TO FCL-COUNT.
           WRITE WS-FGTS-RPT-LINE FROM FGTS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "AFASTADOS SEM DEPOSITO:       " TO FCL-LABEL.
           MOVE WS-TOTAL-NAO-DEVIDO TO FCL-COUNT.
           WRITE WS-FGTS-RPT-LINE FROM FGTS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ATIVOS SEM BASE NO MES:       " TO FCL-LABEL.
           MOVE WS-TOTAL-SEM-BASE TO FCL-COUNT.
           WRITE WS-FGTS-RPT-LINE FROM FGTS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DESLIGADOS (PULADOS):         " TO FCL-LABEL.
           MOVE WS-TOTAL-DESLIGADOS TO FCL-COUNT.
           WRITE WS-FGTS-RPT-LINE FROM FGTS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "BASE PELO CADASTRO (SEM FOLHA)" TO FCL-LABEL.
           MOVE WS-TOTAL-SEM-FOLHA TO FCL-COUNT.
           WRITE WS-FGTS-RPT-LINE FROM FGTS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DA BASE DE FGTS:        " TO FTL-LABEL.
           MOVE WS-TOTAL-BASE TO FTL-VALOR.
           PERFORM 0005-500-PRINT-TOTAL-LINE.
           MOVE "TOTAL DO DEPOSITO (8%):       " TO FTL-LABEL.
           MOVE WS-TOTAL-DEPOSITO TO FTL-VALOR.
           PERFORM 0005-500-PRINT-TOTAL-LINE.
           WRITE WS-FGTS-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE FGTSREPORTFILE.
           DISPLAY 'CALCULO DO FGTS CONCLUIDO'.

       0005-500-PRINT-TOTAL-LINE.
           MOVE FGTS-TOTAL-LINE TO WS-FGTS-RPT-LINE.
           CALL "DECFMT" USING WS-FGTS-RPT-LINE, WS-FGTS-RPT-LEN.
           WRITE WS-FGTS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM FGTS.
