      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. AT YEAR END THE ACCOUNTANTS BUILT
      *              EACH EMPLOYEE'S INCOME STATEMENT (INFORME DE
      *              RENDIMENTOS) AND THE COMPANY'S WITHHOLDING TOTALS
      *              BY HAND FROM TWELVE FOLHA PRINTOUTS PLUS THE 13O
      *              AND SETTLEMENT REPORTS. THIS RUN READS THE PAYROLL
      *              HISTORY FOLHIST.DAT KEPT BY FOLHA, DECIMO AND
      *              RESCISAO FOR THE CALENDAR YEAR GIVEN AS THE RUN
      *              ARGUMENT (AAAA; WITHOUT IT, THE YEAR BEFORE THE
      *              RUN DATE) AND PRINTS INFORME.RPT, ONE PAGE PER
      *              EMPLOYEE IN THE OFFICIAL LAYOUT: TAXABLE INCOME,
      *              OFFICIAL SOCIAL SECURITY (INSS) AND IRRF WITHHELD
      *              (BOX 3), EXEMPT INCOME (BOX 4) AND THE 13O SALARY
      *              TAXED SEPARATELY, NET OF ITS INSS, WITH ITS OWN
      *              IRRF (BOX 5). RETENCAO.RPT SUMS THE SAME FIGURES
      *              MONTH BY MONTH FOR THE COMPANY'S ANNUAL TAX
      *              FILING. THE EMPLOYEE'S NAME COMES FROM EMPMF.DAT.
      *              THE MONTH OF A HISTORY LINE IS THE MONTH IT WAS
      *              PAID (CASH BASIS), AS THE STATEMENT REQUIRES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHISTFILE ASSIGN TO DYNAMIC WS-PTH-FOLHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EMPLOYEEMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-EMPMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT INFSORTFILE ASSIGN TO DYNAMIC WS-PTH-INFORME-SRT.

           SELECT INFORMEREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-INFORME-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETENCAOREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-RETENCAO-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHISTFILE.
       01  HST-RECORD.
           88 WS-EOF-HIST          VALUE HIGH-VALUES.
           05 HST-COMPETENCIA.
              10 HST-ANO           PIC 9(04).
              10 HST-MES           PIC 9(02).
           05 HST-ORIGEM           PIC X(01).
           05 HST-MATRICULA        PIC 9(06).
           05 HST-SEQ              PIC 9(02).
           05 HST-RUBRICA          PIC X(04).
           05 HST-DESCRICAO        PIC X(20).
           05 HST-NATUREZA         PIC X(01).
              88 HST-NAT-BASE      VALUE "B".
              88 HST-NAT-INSS      VALUE "I".
              88 HST-NAT-IRRF      VALUE "R".
              88 HST-NAT-ISENTO    VALUE "X".
              88 HST-NAT-BASE-13   VALUE "E".
              88 HST-NAT-INSS-13   VALUE "F".
              88 HST-NAT-IRRF-13   VALUE "G".
              88 HST-NAT-INFORME   VALUE "B" "I" "R" "X" "E" "F" "G".
           05 HST-VALOR            PIC 9(9)V9(2).
           05 HST-DATA-REG         PIC 9(08).

       FD  EMPLOYEEMASTERFILE.
       01  WS-EMP-RECORD.
           05 WS-EMP-MATRICULA     PIC 9(06).
           05 WS-EMP-NOME          PIC X(30).
           05 WS-EMP-ANO-INGRESSO  PIC 9(04).
           05 WS-EMP-MES-INGRESSO  PIC 9(02).
           05 WS-EMP-SALARIO       PIC 9(9)V9(2).
           05 WS-EMP-GRADE         PIC X(02).
           05 WS-EMP-SITUACAO      PIC X(01).
           05 WS-EMP-DEPTO         PIC X(03).

       SD  INFSORTFILE.
       01  ISR-SORTREC.
           88 ENDOFINFSORT         VALUE HIGH-VALUES.
           05 ISR-MATRICULA        PIC 9(06).
           05 ISR-NATUREZA         PIC X(01).
           05 ISR-VALOR            PIC 9(9)V9(2).

       FD  INFORMEREPORTFILE.
       01  WS-INF-RPT-LINE         PIC X(100).

       FD  RETENCAOREPORTFILE.
       01  WS-RET-RPT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-FOLHIST-DAT PIC X(44)
           VALUE "ASSETS/FOLHIST.DAT".
       77  WS-PTH-EMPMF-DAT PIC X(44)
           VALUE "ASSETS/EMPMF.DAT".
       77  WS-PTH-INFORME-SRT PIC X(44)
           VALUE "ASSETS/INFORME.SRT".
       77  WS-PTH-INFORME-RPT PIC X(44)
           VALUE "ASSETS/INFORME.RPT".
       77  WS-PTH-RETENCAO-RPT PIC X(44)
           VALUE "ASSETS/RETENCAO.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-INF-RPT-LEN          PIC 9(03) VALUE 100.
       77  WS-RET-RPT-LEN          PIC 9(03) VALUE 100.
       77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK    VALUE "00".
           88 WS-HIST-NOT-FOUND    VALUE "35".
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-EMP-STATUS-OK     VALUE "00".
       77  WS-EMP-SW               PIC X(01) VALUE "N".
           88 WS-EMP-ABERTO        VALUE "Y".
       77  WS-ANO-PARM             PIC X(04) VALUE SPACES.
       77  WS-ANO-CALENDARIO       PIC 9(04) VALUE ZEROS.

       01  WS-FIRST-GROUP-SW       PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP       VALUE "Y".

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-RUN-MES           PIC 9(2).
           05 WS-RUN-DIA           PIC 9(2).

       77  WS-PREV-MATRICULA       PIC 9(06) VALUE ZEROS.
       77  WS-LINHAS-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WS-LINHAS-ANO           PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-BENEFICIARIOS  PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-SEM-CADASTRO   PIC 9(05) VALUE ZEROS.

      *    ONE EMPLOYEE'S YEAR, BY NATURE OF THE HISTORY LINE
       01  WS-INF-ACUM.
           05 WS-INF-TRIBUTAVEL    PIC 9(11)V9(2).
           05 WS-INF-INSS          PIC 9(11)V9(2).
           05 WS-INF-IRRF          PIC 9(11)V9(2).
           05 WS-INF-ISENTO        PIC 9(11)V9(2).
           05 WS-INF-BASE-13       PIC 9(11)V9(2).
           05 WS-INF-INSS-13       PIC 9(11)V9(2).
           05 WS-INF-IRRF-13       PIC 9(11)V9(2).
       77  WS-INF-LIQUIDO-13       PIC 9(11)V9(2) VALUE ZEROS.

      *    THE COMPANY'S WITHHOLDING, MONTH BY MONTH OF PAYMENT
       01  WS-RET-TABLE.
           05 WS-RET-MES OCCURS 12 TIMES.
              10 WS-RET-TRIBUTAVEL PIC 9(11)V9(2).
              10 WS-RET-INSS       PIC 9(11)V9(2).
              10 WS-RET-IRRF       PIC 9(11)V9(2).
              10 WS-RET-BASE-13    PIC 9(11)V9(2).
              10 WS-RET-INSS-13    PIC 9(11)V9(2).
              10 WS-RET-IRRF-13    PIC 9(11)V9(2).
              10 WS-RET-ISENTO     PIC 9(11)V9(2).
       01  WS-RET-ANO.
           05 WS-RETA-TRIBUTAVEL   PIC 9(11)V9(2).
           05 WS-RETA-INSS         PIC 9(11)V9(2).
           05 WS-RETA-IRRF         PIC 9(11)V9(2).
           05 WS-RETA-BASE-13      PIC 9(11)V9(2).
           05 WS-RETA-INSS-13      PIC 9(11)V9(2).
           05 WS-RETA-IRRF-13      PIC 9(11)V9(2).
           05 WS-RETA-ISENTO       PIC 9(11)V9(2).
       77  WS-RETA-IRRF-TOTAL      PIC 9(11)V9(2) VALUE ZEROS.
       01  MX                      PIC 99.

       01  INF-ANO-LINE.
           05 FILLER               PIC X(16) VALUE "ANO-CALENDARIO: ".
           05 IAL-ANO              PIC 9(04).

       01  INF-TITULO-LINE.
           05 FILLER               PIC X(38)
              VALUE "COMPROVANTE DE RENDIMENTOS PAGOS E DE ".
           05 FILLER               PIC X(37)
              VALUE "IMPOSTO SOBRE A RENDA RETIDO NA FONTE".

       01  INF-QUADRO-LINE.
           05 IQL-TEXTO            PIC X(80).

       01  INF-FONTE-LINE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE "NOME EMPRESARIAL:     ".
           05 FILLER               PIC X(30)
              VALUE "FOLIO SOCIETY LTD.".

       01  INF-BENEF-LINE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "MATRICULA: ".
           05 IBL-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(09) VALUE "   NOME: ".
           05 IBL-NOME             PIC X(30).

       01  INF-NATUREZA-LINE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(47)
              VALUE "NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO   ".

       01  INF-VALOR-LINE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 IVL-LABEL            PIC X(62).
           05 IVL-VALOR            PIC Z(10)9,99.

       01  RET-ANO-LINE.
           05 FILLER               PIC X(16) VALUE "ANO-CALENDARIO: ".
           05 RAL-ANO              PIC 9(04).

       01  RET-COLUMN-HEADING.
           05 FILLER               PIC X(07) VALUE "MES".
           05 FILLER               PIC X(14) VALUE "    TRIBUTAVEL".
           05 FILLER               PIC X(15) VALUE "           INSS".
           05 FILLER               PIC X(15) VALUE "           IRRF".
           05 FILLER               PIC X(15) VALUE "    13O SALARIO".
           05 FILLER               PIC X(15) VALUE "   IRRF 13O SAL".
           05 FILLER               PIC X(15) VALUE "        ISENTOS".

       01  RET-DETAIL-LINE.
           05 RDL-MES              PIC X(07).
           05 RDL-TRIBUTAVEL       PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RDL-INSS             PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RDL-IRRF             PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RDL-BASE-13          PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RDL-IRRF-13          PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RDL-ISENTO           PIC Z(10)9,99.

       01  RET-MES-EDIT.
           05 RME-ANO              PIC 9(04).
           05 FILLER               PIC X(01) VALUE "/".
           05 RME-MES              PIC 9(02).

       01  RET-TOTAL-LINE.
           05 RTL-LABEL            PIC X(30).
           05 RTL-VALOR            PIC Z(10)9,99.

       01  RET-COUNT-LINE.
           05 RCL-LABEL            PIC X(30).
           05 RCL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT INFSORTFILE
               ON ASCENDING KEY ISR-MATRICULA
               INPUT PROCEDURE IS 0003-SELECT-HISTORY
               OUTPUT PROCEDURE IS 0004-PRINT-INFORMES.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-FOLHIST-DAT.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-INFORME-SRT.
           CALL "DATADIR" USING WS-PTH-INFORME-RPT.
           CALL "DATADIR" USING WS-PTH-RETENCAO-RPT.

       0001-500-LOG-START.
           MOVE "INFORME" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "FOLHIST" TO RLOG-STAT-LABEL.
           MOVE WS-LINHAS-LIDAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "INFORMES" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-BENEFICIARIOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "INFORME" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "INFORME" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           MOVE SPACES TO WS-ANO-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ANO-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ANO-PARM
           END-ACCEPT.
           IF WS-ANO-PARM IS NUMERIC
               MOVE WS-ANO-PARM TO WS-ANO-CALENDARIO
           ELSE
               COMPUTE WS-ANO-CALENDARIO = WS-RUN-ANO - 1
           END-IF.
           MOVE ZEROS TO WS-RET-TABLE WS-RET-ANO.
           OPEN OUTPUT INFORMEREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "INFORME DE RENDIMENTOS - PESSOA FISICA"
               TO RPT-BH-TITLE.
           OPEN INPUT EMPLOYEEMASTERFILE.
           IF WS-EMP-STATUS-OK
               SET WS-EMP-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO: EMPMF.DAT INDISPONIVEL - INFORMES SEM '
                   'NOME - STATUS ' WS-EMP-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * INPUT PROCEDURE - THE YEAR'S LINES THAT COUNT ON THE STATEMENT *
      * GO TO THE SORT; THE MONTHLY COMPANY TOTALS ARE TAKEN HERE.     *
      *----------------------------------------------------------------*
       0003-SELECT-HISTORY.
           OPEN INPUT FOLHISTFILE.
           IF WS-HIST-STATUS-OK
               READ FOLHISTFILE
                   AT END SET WS-EOF-HIST TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-HIST
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF HST-ANO = WS-ANO-CALENDARIO
                      AND HST-MES > ZEROS AND HST-MES < 13
                      AND HST-NAT-INFORME
                       ADD 1 TO WS-LINHAS-ANO
                       PERFORM 0003-300-ACUMULA-MES
                       MOVE HST-MATRICULA TO ISR-MATRICULA
                       MOVE HST-NATUREZA TO ISR-NATUREZA
                       MOVE HST-VALOR TO ISR-VALOR
                       RELEASE ISR-SORTREC
                   END-IF
                   READ FOLHISTFILE
                       AT END SET WS-EOF-HIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FOLHISTFILE
           ELSE
               IF WS-HIST-NOT-FOUND
                   DISPLAY 'AVISO: FOLHIST.DAT NAO ENCONTRADO'
               ELSE
                   DISPLAY 'ERRO AO ABRIR FOLHIST.DAT - STATUS '
                       WS-HIST-STATUS
               END-IF
           END-IF.

       0003-300-ACUMULA-MES.
           MOVE HST-MES TO MX.
           EVALUATE TRUE
               WHEN HST-NAT-BASE
                   ADD HST-VALOR TO WS-RET-TRIBUTAVEL(MX)
               WHEN HST-NAT-INSS
                   ADD HST-VALOR TO WS-RET-INSS(MX)
               WHEN HST-NAT-IRRF
                   ADD HST-VALOR TO WS-RET-IRRF(MX)
               WHEN HST-NAT-ISENTO
                   ADD HST-VALOR TO WS-RET-ISENTO(MX)
               WHEN HST-NAT-BASE-13
                   ADD HST-VALOR TO WS-RET-BASE-13(MX)
               WHEN HST-NAT-INSS-13
                   ADD HST-VALOR TO WS-RET-INSS-13(MX)
               WHEN HST-NAT-IRRF-13
                   ADD HST-VALOR TO WS-RET-IRRF-13(MX)
           END-EVALUATE.

      *----------------------------------------------------------------*
      * OUTPUT PROCEDURE - ONE STATEMENT PAGE PER MATRICULA.           *
      *----------------------------------------------------------------*
       0004-PRINT-INFORMES.
           RETURN INFSORTFILE
               AT END SET ENDOFINFSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFINFSORT
               IF WS-FIRST-GROUP
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   PERFORM 0004-300-START-EMPREGADO
               ELSE
                   IF ISR-MATRICULA NOT = WS-PREV-MATRICULA
                       PERFORM 0004-700-PRINT-INFORME
                       PERFORM 0004-300-START-EMPREGADO
                   END-IF
               END-IF
               PERFORM 0004-500-ACUMULA-LINHA
               RETURN INFSORTFILE
                   AT END SET ENDOFINFSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-700-PRINT-INFORME
           END-IF.

       0004-300-START-EMPREGADO.
           MOVE ISR-MATRICULA TO WS-PREV-MATRICULA.
           MOVE ZEROS TO WS-INF-ACUM.

       0004-500-ACUMULA-LINHA.
           EVALUATE ISR-NATUREZA
               WHEN "B" ADD ISR-VALOR TO WS-INF-TRIBUTAVEL
               WHEN "I" ADD ISR-VALOR TO WS-INF-INSS
               WHEN "R" ADD ISR-VALOR TO WS-INF-IRRF
               WHEN "X" ADD ISR-VALOR TO WS-INF-ISENTO
               WHEN "E" ADD ISR-VALOR TO WS-INF-BASE-13
               WHEN "F" ADD ISR-VALOR TO WS-INF-INSS-13
               WHEN "G" ADD ISR-VALOR TO WS-INF-IRRF-13
           END-EVALUATE.

       0004-700-PRINT-INFORME.
           ADD 1 TO WS-TOTAL-BENEFICIARIOS.
           MOVE WS-PREV-MATRICULA TO IBL-MATRICULA.
           MOVE "*** NAO CADASTRADO NO EMPMF ***" TO IBL-NOME.
           IF WS-EMP-ABERTO
               MOVE WS-PREV-MATRICULA TO WS-EMP-MATRICULA
               READ EMPLOYEEMASTERFILE
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SEM-CADASTRO
                   NOT INVALID KEY
                       MOVE WS-EMP-NOME TO IBL-NOME
               END-READ
           ELSE
               ADD 1 TO WS-TOTAL-SEM-CADASTRO
           END-IF.
           IF WS-INF-BASE-13 > WS-INF-INSS-13
               COMPUTE WS-INF-LIQUIDO-13 =
                   WS-INF-BASE-13 - WS-INF-INSS-13
           ELSE
               MOVE ZEROS TO WS-INF-LIQUIDO-13
           END-IF.
           WRITE WS-INF-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-INF-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-INF-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-INF-RPT-LINE FROM INF-TITULO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ANO-CALENDARIO TO IAL-ANO.
           WRITE WS-INF-RPT-LINE FROM INF-ANO-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "1. FONTE PAGADORA PESSOA JURIDICA" TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-INF-RPT-LINE FROM INF-FONTE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS"
               TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-INF-RPT-LINE FROM INF-BENEF-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-INF-RPT-LINE FROM INF-NATUREZA-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
               TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
               TO IVL-LABEL.
           MOVE WS-INF-TRIBUTAVEL TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "02. CONTRIBUICAO PREVIDENCIARIA OFICIAL" TO IVL-LABEL.
           MOVE WS-INF-INSS TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "03. CONTRIBUICAO A PREVIDENCIA COMPLEMENTAR"
               TO IVL-LABEL.
           MOVE ZEROS TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "04. PENSAO ALIMENTICIA" TO IVL-LABEL.
           MOVE ZEROS TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
               TO IVL-LABEL.
           MOVE WS-INF-IRRF TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS"
               TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "07. OUTROS (ABONO, AVISO PREVIO, FERIAS INDENIZADAS)"
               TO IVL-LABEL.
           MOVE WS-INF-ISENTO TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
               TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "01. DECIMO TERCEIRO SALARIO (LIQUIDO DO INSS)"
               TO IVL-LABEL.
           MOVE WS-INF-LIQUIDO-13 TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "02. IMPOSTO SOBRE A RENDA RETIDO SOBRE O 13O SALARIO"
               TO IVL-LABEL.
           MOVE WS-INF-IRRF-13 TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "6. INFORMACOES COMPLEMENTARES" TO IQL-TEXTO.
           WRITE WS-INF-RPT-LINE FROM INF-QUADRO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "13O SALARIO BRUTO" TO IVL-LABEL.
           MOVE WS-INF-BASE-13 TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "CONTRIBUICAO PREVIDENCIARIA SOBRE O 13O SALARIO"
               TO IVL-LABEL.
           MOVE WS-INF-INSS-13 TO IVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           WRITE WS-INF-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.

       0004-800-PRINT-VALOR-LINE.
           MOVE INF-VALOR-LINE TO WS-INF-RPT-LINE.
           CALL "DECFMT" USING WS-INF-RPT-LINE, WS-INF-RPT-LEN.
           WRITE WS-INF-RPT-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      * COMPANY WITHHOLDING SUMMARY AND CLOSE-DOWN.                    *
      *----------------------------------------------------------------*
       0005-FINALIZE.
           CLOSE INFORMEREPORTFILE.
           IF WS-EMP-ABERTO
               CLOSE EMPLOYEEMASTERFILE
           END-IF.
           OPEN OUTPUT RETENCAOREPORTFILE.
           MOVE "RETENCOES NA FONTE - RESUMO ANUAL DA EMPRESA"
               TO RPT-BH-TITLE.
           WRITE WS-RET-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-RET-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-RET-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-ANO-CALENDARIO TO RAL-ANO.
           WRITE WS-RET-RPT-LINE FROM RET-ANO-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-RET-RPT-LINE FROM RET-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 0005-300-PRINT-MES
               VARYING MX FROM 1 BY 1 UNTIL MX > 12.
           MOVE "TOTAL" TO RDL-MES.
           MOVE WS-RETA-TRIBUTAVEL TO RDL-TRIBUTAVEL.
           MOVE WS-RETA-INSS TO RDL-INSS.
           MOVE WS-RETA-IRRF TO RDL-IRRF.
           MOVE WS-RETA-BASE-13 TO RDL-BASE-13.
           MOVE WS-RETA-IRRF-13 TO RDL-IRRF-13.
           MOVE WS-RETA-ISENTO TO RDL-ISENTO.
           MOVE RET-DETAIL-LINE TO WS-RET-RPT-LINE.
           CALL "DECFMT" USING WS-RET-RPT-LINE, WS-RET-RPT-LEN.
           WRITE WS-RET-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "BENEFICIARIOS NO ANO:         " TO RCL-LABEL.
           MOVE WS-TOTAL-BENEFICIARIOS TO RCL-COUNT.
           WRITE WS-RET-RPT-LINE FROM RET-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "SEM CADASTRO NO EMPMF:        " TO RCL-LABEL.
           MOVE WS-TOTAL-SEM-CADASTRO TO RCL-COUNT.
           WRITE WS-RET-RPT-LINE FROM RET-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "INSS RETIDO SOBRE 13O SALARIO:" TO RTL-LABEL.
           MOVE WS-RETA-INSS-13 TO RTL-VALOR.
           PERFORM 0005-500-PRINT-TOTAL-LINE.
           COMPUTE WS-RETA-IRRF-TOTAL =
               WS-RETA-IRRF + WS-RETA-IRRF-13.
           MOVE "TOTAL DE IRRF RETIDO NO ANO:  " TO RTL-LABEL.
           MOVE WS-RETA-IRRF-TOTAL TO RTL-VALOR.
           PERFORM 0005-500-PRINT-TOTAL-LINE.
           WRITE WS-RET-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE RETENCAOREPORTFILE.
           DISPLAY 'INFORMES DE RENDIMENTOS CONCLUIDOS - ANO '
               WS-ANO-CALENDARIO.
           IF WS-LINHAS-ANO = ZEROS
               DISPLAY 'AVISO: NENHUM PAGAMENTO NO HISTORICO PARA O '
                   'ANO ' WS-ANO-CALENDARIO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0005-300-PRINT-MES.
           MOVE WS-ANO-CALENDARIO TO RME-ANO.
           MOVE MX TO RME-MES.
           MOVE RET-MES-EDIT TO RDL-MES.
           MOVE WS-RET-TRIBUTAVEL(MX) TO RDL-TRIBUTAVEL.
           MOVE WS-RET-INSS(MX) TO RDL-INSS.
           MOVE WS-RET-IRRF(MX) TO RDL-IRRF.
           MOVE WS-RET-BASE-13(MX) TO RDL-BASE-13.
           MOVE WS-RET-IRRF-13(MX) TO RDL-IRRF-13.
           MOVE WS-RET-ISENTO(MX) TO RDL-ISENTO.
           MOVE RET-DETAIL-LINE TO WS-RET-RPT-LINE.
           CALL "DECFMT" USING WS-RET-RPT-LINE, WS-RET-RPT-LEN.
           WRITE WS-RET-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-RET-TRIBUTAVEL(MX) TO WS-RETA-TRIBUTAVEL.
           ADD WS-RET-INSS(MX) TO WS-RETA-INSS.
           ADD WS-RET-IRRF(MX) TO WS-RETA-IRRF.
           ADD WS-RET-BASE-13(MX) TO WS-RETA-BASE-13.
           ADD WS-RET-INSS-13(MX) TO WS-RETA-INSS-13.
           ADD WS-RET-IRRF-13(MX) TO WS-RETA-IRRF-13.
           ADD WS-RET-ISENTO(MX) TO WS-RETA-ISENTO.

       0005-500-PRINT-TOTAL-LINE.
           MOVE RET-TOTAL-LINE TO WS-RET-RPT-LINE.
           CALL "DECFMT" USING WS-RET-RPT-LINE, WS-RET-RPT-LEN.
           WRITE WS-RET-RPT-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM INFORME.
