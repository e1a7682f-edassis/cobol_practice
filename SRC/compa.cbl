      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. WITH GRADECTL.DAT NOW CARRYING A
      *              SALARY BAND PER GRADE (MINIMUM, MIDPOINT AND THE
      *              CEILING AS MAXIMUM) NOBODY COULD SEE WHERE EACH
      *              EMPLOYEE SAT IN IT BEFORE A MERIT ROUND. THIS
      *              REPORT READS EMPMF.DAT AND LISTS EVERY EMPLOYEE
      *              NOT DESLIGADO BY GRADE AND DEPARTMENT WITH THE
      *              SALARY, THE COMPA-RATIO (SALARY OVER THE GRADE
      *              MIDPOINT), THE QUARTILE AUMENTO_SALARIAL USES IN
      *              THE MERIT MATRIX (1 BELOW 0,90, 2 BELOW 1,00, 3
      *              BELOW 1,10, 4 ABOVE) AND A FLAG FOR ANYONE BELOW
      *              THE MINIMUM OR ABOVE THE MAXIMUM. DEPARTMENT AND
      *              GRADE LINES GIVE THE HEADCOUNT, THE AVERAGE
      *              COMPA-RATIO AND THE OUT-OF-BAND COUNTS; A GRADE
      *              WITHOUT A BAND IS LISTED AS SUCH. COMPA.RPT ENDS
      *              WITH THE COMPANY TOTALS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPA.
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

           SELECT GRADECEILFILE ASSIGN TO DYNAMIC WS-PTH-GRADECTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT COMPASORTFILE ASSIGN TO DYNAMIC WS-PTH-COMPA-SRT.

           SELECT COMPAREPORTFILE ASSIGN TO DYNAMIC WS-PTH-COMPA-RPT
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

       FD  GRADECEILFILE.
       01  WS-GRADE-CTL-RECORD.
           88 WS-EOF-GRADE-CTL     VALUE HIGH-VALUES.
           05 GRADECTL-GRADE       PIC X(02).
           05 GRADECTL-TETO        PIC 9(9)V9(2).
           05 GRADECTL-MINIMO      PIC 9(9)V9(2).
           05 GRADECTL-MEDIO       PIC 9(9)V9(2).

       SD  COMPASORTFILE.
       01  CSR-SORTREC.
           88 ENDOFCOMPASORT       VALUE HIGH-VALUES.
           05 CSR-GRADE            PIC X(02).
           05 CSR-DEPTO            PIC X(03).
           05 CSR-MATRICULA        PIC 9(06).
           05 CSR-NOME             PIC X(30).
           05 CSR-SALARIO          PIC 9(9)V9(2).

       FD  COMPAREPORTFILE.
       01  WS-COMPA-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-EMPMF-DAT PIC X(44)
           VALUE "ASSETS/EMPMF.DAT".
       77  WS-PTH-GRADECTL-DAT PIC X(44)
           VALUE "ASSETS/GRADECTL.DAT".
       77  WS-PTH-COMPA-SRT PIC X(44)
           VALUE "ASSETS/COMPA.SRT".
       77  WS-PTH-COMPA-RPT PIC X(44)
           VALUE "ASSETS/COMPA.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-COMPA-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-EMP-STATUS-OK     VALUE "00".
       77  WS-GRADE-STATUS         PIC X(02) VALUE SPACES.
           88 WS-GRADE-STATUS-OK   VALUE "00".
       01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-EOF-EMPLOYEE      VALUE "Y".
       01  WS-FIRST-GROUP-SW       PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP       VALUE "Y".

       01  WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 20 TIMES.
              10 WS-GRADE-CODE     PIC X(02).
              10 WS-GRADE-TETO     PIC 9(9)V9(2).
              10 WS-GRADE-MINIMO   PIC 9(9)V9(2).
              10 WS-GRADE-MEDIO    PIC 9(9)V9(2).
       01  WS-GRADE-COUNT          PIC 99 VALUE ZEROS.
       01  GX                      PIC 99.

       77  WS-COMPA-LIMITE-Q1      PIC 9V9999 VALUE 0,9000.
       77  WS-COMPA-LIMITE-Q2      PIC 9V9999 VALUE 1,0000.
       77  WS-COMPA-LIMITE-Q3      PIC 9V9999 VALUE 1,1000.
       77  WS-COMPA-RATIO          PIC 99V9999 VALUE ZEROS.
       77  WS-QUARTIL              PIC 9(01) VALUE ZEROS.
       77  WS-FAIXA-SW             PIC X(01) VALUE "N".
           88 WS-GRADE-COM-FAIXA   VALUE "Y".
       77  WS-PREV-GRADE           PIC X(02) VALUE SPACES.
       77  WS-PREV-DEPTO           PIC X(03) VALUE SPACES.
       77  WS-TOTAL-LIDOS          PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-DESLIGADOS     PIC 9(05) VALUE ZEROS.

      *    COUNTS FOR THE DEPARTMENT, THE GRADE AND THE COMPANY
       01  WS-ACUM-DEPTO.
           05 WS-AD-EMPREGADOS     PIC 9(05).
           05 WS-AD-SALARIOS       PIC 9(11)V9(2).
           05 WS-AD-ABAIXO         PIC 9(05).
           05 WS-AD-ACIMA          PIC 9(05).
       01  WS-ACUM-GRADE.
           05 WS-AG-EMPREGADOS     PIC 9(05).
           05 WS-AG-SALARIOS       PIC 9(11)V9(2).
           05 WS-AG-ABAIXO         PIC 9(05).
           05 WS-AG-ACIMA          PIC 9(05).
       01  WS-ACUM-EMPRESA.
           05 WS-AE-EMPREGADOS     PIC 9(05).
           05 WS-AE-ABAIXO         PIC 9(05).
           05 WS-AE-ACIMA          PIC 9(05).
           05 WS-AE-SEM-FAIXA      PIC 9(05).

      *    ONE SUMMARY LINE, FILLED FROM WHICHEVER LEVEL IS CLOSING
       01  WS-ACUM-LINHA.
           05 WS-AL-EMPREGADOS     PIC 9(05).
           05 WS-AL-SALARIOS       PIC 9(11)V9(2).
           05 WS-AL-ABAIXO         PIC 9(05).
           05 WS-AL-ACIMA          PIC 9(05).

       01  COMPA-GRADE-LINE.
           05 FILLER               PIC X(06) VALUE "GRADE ".
           05 CGL-GRADE            PIC X(02).
           05 FILLER               PIC X(10) VALUE "   MINIMO ".
           05 CGL-MINIMO           PIC Z(8)9,99.
           05 FILLER               PIC X(09) VALUE "   MEDIO ".
           05 CGL-MEDIO            PIC Z(8)9,99.
           05 FILLER               PIC X(10) VALUE "   MAXIMO ".
           05 CGL-MAXIMO           PIC Z(8)9,99.

       01  COMPA-SEM-FAIXA-LINE.
           05 FILLER               PIC X(06) VALUE "GRADE ".
           05 CSF-GRADE            PIC X(02).
           05 FILLER               PIC X(40)
              VALUE "   SEM FAIXA SALARIAL EM GRADECTL.DAT".

       01  COMPA-COLUMN-HEADING.
           05 FILLER               PIC X(07) VALUE "DEPTO".
           05 FILLER               PIC X(08) VALUE "MATRIC.".
           05 FILLER               PIC X(31) VALUE "NOME".
           05 FILLER               PIC X(13) VALUE "      SALARIO".
           05 FILLER               PIC X(09) VALUE "    COMPA".
           05 FILLER               PIC X(04) VALUE "  Q".
           05 FILLER               PIC X(18) VALUE "  POSICAO".

       01  COMPA-DETAIL-LINE.
           05 CDL-DEPTO            PIC X(03).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 CDL-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CDL-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CDL-SALARIO          PIC Z(9)9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CDL-COMPA            PIC Z9,9999.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 CDL-QUARTIL          PIC 9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CDL-POSICAO          PIC X(18).

       01  COMPA-TOTAL-LINE.
           05 CTL-LABEL            PIC X(18).
           05 FILLER               PIC X(06) VALUE "EMPR. ".
           05 CTL-EMPREGADOS       PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE "  COMPA MEDIO  ".
           05 CTL-COMPA            PIC Z9,9999.
           05 FILLER               PIC X(15) VALUE "  ABAIXO MIN. ".
           05 CTL-ABAIXO           PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE "  ACIMA MAX.  ".
           05 CTL-ACIMA            PIC ZZZZ9.

       01  COMPA-COUNT-LINE.
           05 CCL-LABEL            PIC X(34).
           05 CCL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT COMPASORTFILE
               ON ASCENDING KEY CSR-GRADE CSR-DEPTO CSR-MATRICULA
               INPUT PROCEDURE IS 0003-SELECT-EMPLOYEES
               OUTPUT PROCEDURE IS 0004-PRINT-COMPA.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-GRADECTL-DAT.
           CALL "DATADIR" USING WS-PTH-COMPA-SRT.
           CALL "DATADIR" USING WS-PTH-COMPA-RPT.

       0001-500-LOG-START.
           MOVE "COMPA" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "EMPMF" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-LIDOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "FORAFAIXA" TO RLOG-STAT-LABEL.
           COMPUTE RLOG-STAT-COUNT = WS-AE-ABAIXO + WS-AE-ACIMA.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "COMPA" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "COMPA" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-ACUM-EMPRESA.
           PERFORM 0002-300-LOAD-GRADES.
           OPEN OUTPUT COMPAREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "POSICAO NA FAIXA SALARIAL (COMPA-RATIO)"
               TO RPT-BH-TITLE.
           WRITE WS-COMPA-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-COMPA-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-COMPA-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.

       0002-300-LOAD-GRADES.
           OPEN INPUT GRADECEILFILE.
           IF NOT WS-GRADE-STATUS-OK
               DISPLAY 'AVISO: GRADECTL.DAT INDISPONIVEL - NENHUMA '
                   'GRADE TERA FAIXA'
           ELSE
               READ GRADECEILFILE
                   AT END SET WS-EOF-GRADE-CTL TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-GRADE-CTL
                   IF WS-GRADE-COUNT < 20
                       ADD 1 TO WS-GRADE-COUNT
                       MOVE GRADECTL-GRADE TO
                           WS-GRADE-CODE(WS-GRADE-COUNT)
                       MOVE GRADECTL-TETO TO
                           WS-GRADE-TETO(WS-GRADE-COUNT)
                       MOVE ZEROS TO WS-GRADE-MINIMO(WS-GRADE-COUNT)
                           WS-GRADE-MEDIO(WS-GRADE-COUNT)
                       IF GRADECTL-MINIMO IS NUMERIC
                          AND GRADECTL-MEDIO IS NUMERIC
                           MOVE GRADECTL-MINIMO TO
                               WS-GRADE-MINIMO(WS-GRADE-COUNT)
                           MOVE GRADECTL-MEDIO TO
                               WS-GRADE-MEDIO(WS-GRADE-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'LIMITE DE 20 FAIXAS SALARIAIS EXCEDIDO'
                   END-IF
                   READ GRADECEILFILE
                       AT END SET WS-EOF-GRADE-CTL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GRADECEILFILE
           END-IF.

       0002-500-SCAN-GRADE.
           CONTINUE.

       0002-600-READ-EMPLOYEE.
           READ EMPLOYEEMASTERFILE
               AT END SET WS-EOF-EMPLOYEE TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * INPUT PROCEDURE - ONE SORT RECORD PER EMPLOYEE NOT DESLIGADO.  *
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
               ADD 1 TO WS-TOTAL-LIDOS
               IF WS-EMP-DESLIGADO
                   ADD 1 TO WS-TOTAL-DESLIGADOS
               ELSE
                   MOVE WS-EMP-GRADE TO CSR-GRADE
                   MOVE WS-EMP-DEPTO TO CSR-DEPTO
                   MOVE WS-EMP-MATRICULA TO CSR-MATRICULA
                   MOVE WS-EMP-NOME TO CSR-NOME
                   MOVE WS-EMP-SALARIO TO CSR-SALARIO
                   RELEASE CSR-SORTREC
               END-IF
               PERFORM 0002-600-READ-EMPLOYEE
           END-PERFORM.
           IF WS-EMP-STATUS-OK OR WS-EMP-STATUS = "10"
               CLOSE EMPLOYEEMASTERFILE
           END-IF.

      *----------------------------------------------------------------*
      * OUTPUT PROCEDURE - LISTING BY GRADE, THEN DEPARTMENT.          *
      *----------------------------------------------------------------*
       0004-PRINT-COMPA.
           RETURN COMPASORTFILE
               AT END SET ENDOFCOMPASORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFCOMPASORT
               IF WS-FIRST-GROUP
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   PERFORM 0004-100-START-GRADE
                   PERFORM 0004-200-START-DEPTO
               ELSE
                   IF CSR-GRADE NOT = WS-PREV-GRADE
                       PERFORM 0004-600-END-DEPTO
                       PERFORM 0004-700-END-GRADE
                       PERFORM 0004-100-START-GRADE
                       PERFORM 0004-200-START-DEPTO
                   ELSE
                       IF CSR-DEPTO NOT = WS-PREV-DEPTO
                           PERFORM 0004-600-END-DEPTO
                           PERFORM 0004-200-START-DEPTO
                       END-IF
                   END-IF
               END-IF
               PERFORM 0004-400-LIST-EMPLOYEE
               RETURN COMPASORTFILE
                   AT END SET ENDOFCOMPASORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-600-END-DEPTO
               PERFORM 0004-700-END-GRADE
           END-IF.

       0004-100-START-GRADE.
           MOVE CSR-GRADE TO WS-PREV-GRADE.
           MOVE ZEROS TO WS-ACUM-GRADE.
           PERFORM 0002-500-SCAN-GRADE
               VARYING GX FROM 1 BY 1
               UNTIL GX > WS-GRADE-COUNT
                  OR WS-GRADE-CODE(GX) = CSR-GRADE.
           MOVE "N" TO WS-FAIXA-SW.
           IF GX NOT > WS-GRADE-COUNT
               IF WS-GRADE-MEDIO(GX) > ZEROS
                   SET WS-GRADE-COM-FAIXA TO TRUE
               END-IF
           END-IF.
           IF WS-GRADE-COM-FAIXA
               MOVE CSR-GRADE TO CGL-GRADE
               MOVE WS-GRADE-MINIMO(GX) TO CGL-MINIMO
               MOVE WS-GRADE-MEDIO(GX) TO CGL-MEDIO
               MOVE WS-GRADE-TETO(GX) TO CGL-MAXIMO
               MOVE COMPA-GRADE-LINE TO WS-COMPA-RPT-LINE
               CALL "DECFMT" USING WS-COMPA-RPT-LINE, WS-COMPA-RPT-LEN
               WRITE WS-COMPA-RPT-LINE
                   AFTER ADVANCING 3 LINES
           ELSE
               MOVE CSR-GRADE TO CSF-GRADE
               WRITE WS-COMPA-RPT-LINE FROM COMPA-SEM-FAIXA-LINE
                   AFTER ADVANCING 3 LINES
           END-IF.
           WRITE WS-COMPA-RPT-LINE FROM COMPA-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

       0004-200-START-DEPTO.
           MOVE CSR-DEPTO TO WS-PREV-DEPTO.
           MOVE ZEROS TO WS-ACUM-DEPTO.

       0004-400-LIST-EMPLOYEE.
           MOVE CSR-DEPTO TO CDL-DEPTO.
           MOVE CSR-MATRICULA TO CDL-MATRICULA.
           MOVE CSR-NOME TO CDL-NOME.
           MOVE CSR-SALARIO TO CDL-SALARIO.
           MOVE ZEROS TO WS-COMPA-RATIO WS-QUARTIL.
           MOVE SPACES TO CDL-POSICAO.
           ADD 1 TO WS-AD-EMPREGADOS.
           ADD CSR-SALARIO TO WS-AD-SALARIOS.
           IF WS-GRADE-COM-FAIXA
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   CSR-SALARIO / WS-GRADE-MEDIO(GX)
                   ON SIZE ERROR MOVE 99,9999 TO WS-COMPA-RATIO
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-COMPA-RATIO < WS-COMPA-LIMITE-Q1
                       MOVE 1 TO WS-QUARTIL
                   WHEN WS-COMPA-RATIO < WS-COMPA-LIMITE-Q2
                       MOVE 2 TO WS-QUARTIL
                   WHEN WS-COMPA-RATIO < WS-COMPA-LIMITE-Q3
                       MOVE 3 TO WS-QUARTIL
                   WHEN OTHER
                       MOVE 4 TO WS-QUARTIL
               END-EVALUATE
               IF CSR-SALARIO < WS-GRADE-MINIMO(GX)
                   MOVE "ABAIXO DO MINIMO" TO CDL-POSICAO
                   ADD 1 TO WS-AD-ABAIXO
               END-IF
               IF CSR-SALARIO > WS-GRADE-TETO(GX)
                   MOVE "ACIMA DO MAXIMO" TO CDL-POSICAO
                   ADD 1 TO WS-AD-ACIMA
               END-IF
           ELSE
               MOVE "SEM FAIXA" TO CDL-POSICAO
               ADD 1 TO WS-AE-SEM-FAIXA
           END-IF.
           MOVE WS-COMPA-RATIO TO CDL-COMPA.
           MOVE WS-QUARTIL TO CDL-QUARTIL.
           MOVE COMPA-DETAIL-LINE TO WS-COMPA-RPT-LINE.
           CALL "DECFMT" USING WS-COMPA-RPT-LINE, WS-COMPA-RPT-LEN.
           WRITE WS-COMPA-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-600-END-DEPTO.
           MOVE SPACES TO CTL-LABEL.
           STRING "  TOTAL DEPTO " WS-PREV-DEPTO
               DELIMITED BY SIZE INTO CTL-LABEL
           END-STRING.
           MOVE WS-ACUM-DEPTO TO WS-ACUM-LINHA.
           PERFORM 0004-800-PRINT-TOTAL-LINE.
           ADD WS-AD-EMPREGADOS TO WS-AG-EMPREGADOS.
           ADD WS-AD-SALARIOS TO WS-AG-SALARIOS.
           ADD WS-AD-ABAIXO TO WS-AG-ABAIXO.
           ADD WS-AD-ACIMA TO WS-AG-ACIMA.

       0004-700-END-GRADE.
           MOVE SPACES TO CTL-LABEL.
           STRING "TOTAL GRADE " WS-PREV-GRADE
               DELIMITED BY SIZE INTO CTL-LABEL
           END-STRING.
           MOVE WS-ACUM-GRADE TO WS-ACUM-LINHA.
           PERFORM 0004-800-PRINT-TOTAL-LINE.
           ADD WS-AG-EMPREGADOS TO WS-AE-EMPREGADOS.
           ADD WS-AG-ABAIXO TO WS-AE-ABAIXO.
           ADD WS-AG-ACIMA TO WS-AE-ACIMA.

      *    THE AVERAGE COMPA-RATIO OF A GROUP IS ITS TOTAL SALARY OVER
      *    HEADCOUNT TIMES THE GRADE MIDPOINT.
       0004-800-PRINT-TOTAL-LINE.
           MOVE WS-AL-EMPREGADOS TO CTL-EMPREGADOS.
           MOVE ZEROS TO WS-COMPA-RATIO.
           IF WS-GRADE-COM-FAIXA
              AND WS-AL-EMPREGADOS > ZEROS
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   WS-AL-SALARIOS
                   / (WS-AL-EMPREGADOS * WS-GRADE-MEDIO(GX))
                   ON SIZE ERROR MOVE 99,9999 TO WS-COMPA-RATIO
               END-COMPUTE
           END-IF.
           MOVE WS-COMPA-RATIO TO CTL-COMPA.
           MOVE WS-AL-ABAIXO TO CTL-ABAIXO.
           MOVE WS-AL-ACIMA TO CTL-ACIMA.
           MOVE COMPA-TOTAL-LINE TO WS-COMPA-RPT-LINE.
           CALL "DECFMT" USING WS-COMPA-RPT-LINE, WS-COMPA-RPT-LEN.
           WRITE WS-COMPA-RPT-LINE
               AFTER ADVANCING 2 LINES.

       0005-FINALIZE.
           MOVE "EMPREGADOS LISTADOS:" TO CCL-LABEL.
           MOVE WS-AE-EMPREGADOS TO CCL-COUNT.
           WRITE WS-COMPA-RPT-LINE FROM COMPA-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "ABAIXO DO MINIMO DA GRADE:" TO CCL-LABEL.
           MOVE WS-AE-ABAIXO TO CCL-COUNT.
           WRITE WS-COMPA-RPT-LINE FROM COMPA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ACIMA DO MAXIMO DA GRADE:" TO CCL-LABEL.
           MOVE WS-AE-ACIMA TO CCL-COUNT.
           WRITE WS-COMPA-RPT-LINE FROM COMPA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "EM GRADE SEM FAIXA SALARIAL:" TO CCL-LABEL.
           MOVE WS-AE-SEM-FAIXA TO CCL-COUNT.
           WRITE WS-COMPA-RPT-LINE FROM COMPA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DESLIGADOS (FORA DA LISTAGEM):" TO CCL-LABEL.
           MOVE WS-TOTAL-DESLIGADOS TO CCL-COUNT.
           WRITE WS-COMPA-RPT-LINE FROM COMPA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-COMPA-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE COMPAREPORTFILE.
           DISPLAY 'RELATORIO DE COMPA-RATIO CONCLUIDO'.

       END PROGRAM COMPA.
