      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE DEPARTMENT MASTER DEPTOMF.DAT
      *              NOW CARRIES EACH DEPARTMENT'S APPROVED HEADCOUNT
      *              AND APPROVED MONTHLY SALARY BUDGET. THIS MONTHLY
      *              POSITION-CONTROL REPORT TAKES THE LATEST
      *              DEPARTMENT SNAPSHOT ON EMPSNAP.DAT (SO IT RUNS
      *              RIGHT AFTER EMPSNAP) AND LISTS FOR EVERY
      *              DEPARTMENT THE APPROVED AND ACTUAL HEADCOUNT AND
      *              COST WITH THE VARIANCE (ACTUAL MINUS APPROVED,
      *              POSITIVE = OVER), FLAGGING DEPARTMENTS OVER THEIR
      *              HEADCOUNT OR BUDGET, DEPARTMENTS ON THE SNAPSHOT
      *              BUT NOT ON THE MASTER AND MASTER DEPARTMENTS
      *              WITH NOBODY IN THEM. A ZERO HEADCOUNT OR BUDGET
      *              ON THE MASTER MEANS NOT CONTROLLED. QUADRO.RPT
      *              ENDS WITH THE COMPANY TOTALS.
      * 15/10/2026 - DEPTOMF.DAT IS READ AT ITS FULL 58 BYTES (ENDING
      *              IN THE BRANCH CODE), SO NO LINE IS SPLIT INTO A
      *              FALSE DEPARTMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTOMFFILE ASSIGN TO DYNAMIC WS-PTH-DEPTOMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPT-STATUS.

           SELECT SNAPSHOTFILE ASSIGN TO DYNAMIC WS-PTH-EMPSNAP-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT QUADROREPORTFILE ASSIGN TO DYNAMIC WS-PTH-QUADRO-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPTOMFFILE.
       01  DEPTOMF-RECORD.
           88 WS-EOF-DEPTOMF       VALUE HIGH-VALUES.
           05 DEPTOMF-CODIGO       PIC X(03).
           05 DEPTOMF-NOME         PIC X(25).
           05 DEPTOMF-CCUSTO       PIC X(06).
           05 DEPTOMF-CHEFE        PIC 9(06).
           05 DEPTOMF-QUADRO       PIC 9(04).
           05 DEPTOMF-ORCAMENTO    PIC 9(9)V9(2).
           05 DEPTOMF-FILIAL       PIC X(03).

       FD  SNAPSHOTFILE.
       01  SNAP-RECORD.
           88 WS-EOF-SNAPSHOT      VALUE HIGH-VALUES.
           05 SNAP-YYYYMM          PIC 9(06).
           05 SNAP-TIPO            PIC X(01).
              88 SNAP-POR-DEPTO    VALUE "D".
              88 SNAP-POR-GRADE    VALUE "G".
           05 SNAP-CODE            PIC X(03).
           05 SNAP-HEADCOUNT       PIC 9(05).
           05 SNAP-FOLHA           PIC 9(13)V9(2).

       FD  QUADROREPORTFILE.
       01  WS-QUADRO-RPT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PTH-DEPTOMF-DAT PIC X(44)
           VALUE "ASSETS/DEPTOMF.DAT".
       77  WS-PTH-EMPSNAP-DAT PIC X(44)
           VALUE "ASSETS/EMPSNAP.DAT".
       77  WS-PTH-QUADRO-RPT PIC X(44)
           VALUE "ASSETS/QUADRO.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-QUADRO-RPT-LEN       PIC 9(03) VALUE 132.
       77  WS-DPT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-DPT-STATUS-OK     VALUE "00".
       77  WS-SNAP-STATUS          PIC X(02) VALUE SPACES.
           88 WS-SNAP-STATUS-OK    VALUE "00".

       77  WS-SNAP-YYYYMM          PIC 9(6) VALUE ZEROS.
       77  WS-QUADRO-VAR           PIC S9(5) VALUE ZEROS.
       77  WS-FOLHA-VAR            PIC S9(13)V9(2) VALUE ZEROS.

       01  WS-DEPTO-TABLE.
           05 WS-DEPTO-ENTRY OCCURS 60 TIMES.
              10 WS-DPT-CODE       PIC X(03).
              10 WS-DPT-NOME       PIC X(25).
              10 WS-DPT-CCUSTO     PIC X(06).
              10 WS-DPT-QUADRO     PIC 9(04).
              10 WS-DPT-ORCAMENTO  PIC 9(9)V9(2).
              10 WS-DPT-CADASTRO   PIC X(01).
                 88 WS-DPT-NO-MESTRE     VALUE "S".
              10 WS-DPT-HEADCOUNT  PIC 9(05).
              10 WS-DPT-FOLHA      PIC 9(13)V9(2).
       01  WS-DEPTO-COUNT          PIC 99 VALUE ZEROS.
       01  DX                      PIC 99.

       01  WS-TOTAIS.
           05 WS-TOT-QUADRO        PIC 9(07).
           05 WS-TOT-HEADCOUNT     PIC 9(07).
           05 WS-TOT-ORCAMENTO     PIC 9(13)V9(2).
           05 WS-TOT-FOLHA         PIC 9(13)V9(2).
           05 WS-TOT-ACIMA-QUADRO  PIC 9(05).
           05 WS-TOT-ACIMA-ORCAM   PIC 9(05).
           05 WS-TOT-SEM-CADASTRO  PIC 9(05).
           05 WS-TOT-SEM-PESSOAL   PIC 9(05).

       01  QUADRO-MES-LINE.
           05 FILLER               PIC X(28)
              VALUE "INSTANTANEO DE EMPSNAP.DAT: ".
           05 PML-YYYYMM           PIC 9(06).

       01  QUADRO-AVISO-LINE.
           05 PAL-TEXT             PIC X(60).

       01  QUADRO-COLUMN-HEADING.
           05 FILLER               PIC X(06) VALUE "DEPTO".
           05 FILLER               PIC X(20) VALUE "NOME".
           05 FILLER               PIC X(08) VALUE "C.CUSTO".
           05 FILLER               PIC X(17)
              VALUE "QUADRO  REAL  VAR".
           05 FILLER               PIC X(16) VALUE "       ORCAMENTO".
           05 FILLER               PIC X(15) VALUE "     FOLHA REAL".
           05 FILLER               PIC X(16) VALUE "        VARIACAO".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "SITUACAO".

       01  QUADRO-DETAIL-LINE.
           05 PDL-DEPTO            PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PDL-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PDL-CCUSTO           PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PDL-QUADRO           PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PDL-HEADCOUNT        PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PDL-QUADRO-VAR       PIC -ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PDL-ORCAMENTO        PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PDL-FOLHA            PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PDL-FOLHA-VAR        PIC -Z(10)9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PDL-SITUACAO         PIC X(24).

       01  QUADRO-TOTAL-LINE.
           05 FILLER               PIC X(31)
              VALUE "TOTAL DA EMPRESA".
           05 PTL-QUADRO           PIC Z(6)9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PTL-HEADCOUNT        PIC ZZZZ9.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 PTL-ORCAMENTO        PIC Z(10)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PTL-FOLHA            PIC Z(10)9,99.

       01  QUADRO-COUNT-LINE.
           05 PCL-LABEL            PIC X(34).
           05 PCL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-READ-SNAPSHOT.
           PERFORM 0004-PRINT-DEPTO
               VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPTO-COUNT.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-DEPTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-EMPSNAP-DAT.
           CALL "DATADIR" USING WS-PTH-QUADRO-RPT.

       0001-500-LOG-START.
           MOVE "QUADRO" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "DEPTOS" TO RLOG-STAT-LABEL.
           MOVE WS-DEPTO-COUNT TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "ACIMAQUADRO" TO RLOG-STAT-LABEL.
           MOVE WS-TOT-ACIMA-QUADRO TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "ACIMAORCAM" TO RLOG-STAT-LABEL.
           MOVE WS-TOT-ACIMA-ORCAM TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "QUADRO" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "QUADRO" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-TOTAIS.
           OPEN OUTPUT QUADROREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "CONTROLE DE QUADRO E ORCAMENTO POR DEPARTAMENTO"
               TO RPT-BH-TITLE.
           WRITE WS-QUADRO-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-QUADRO-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-QUADRO-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-300-LOAD-DEPTOS.

       0002-300-LOAD-DEPTOS.
           OPEN INPUT DEPTOMFFILE.
           IF NOT WS-DPT-STATUS-OK
               DISPLAY 'AVISO: DEPTOMF.DAT INDISPONIVEL - SEM QUADRO '
                   'NEM ORCAMENTO APROVADOS'
               MOVE "DEPTOMF.DAT AUSENTE - SEM QUADRO NEM ORCAMENTO "
                   TO PAL-TEXT
               WRITE WS-QUADRO-RPT-LINE FROM QUADRO-AVISO-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               READ DEPTOMFFILE
                   AT END SET WS-EOF-DEPTOMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-DEPTOMF
                   IF WS-DEPTO-COUNT < 60
                       ADD 1 TO WS-DEPTO-COUNT
                       MOVE WS-DEPTO-COUNT TO DX
                       MOVE DEPTOMF-CODIGO TO WS-DPT-CODE(DX)
                       MOVE DEPTOMF-NOME TO WS-DPT-NOME(DX)
                       MOVE DEPTOMF-CCUSTO TO WS-DPT-CCUSTO(DX)
                       MOVE ZEROS TO WS-DPT-QUADRO(DX)
                           WS-DPT-ORCAMENTO(DX)
                       IF DEPTOMF-QUADRO IS NUMERIC
                           MOVE DEPTOMF-QUADRO TO WS-DPT-QUADRO(DX)
                       END-IF
                       IF DEPTOMF-ORCAMENTO IS NUMERIC
                           MOVE DEPTOMF-ORCAMENTO
                               TO WS-DPT-ORCAMENTO(DX)
                       END-IF
                       MOVE "S" TO WS-DPT-CADASTRO(DX)
                       MOVE ZEROS TO WS-DPT-HEADCOUNT(DX)
                           WS-DPT-FOLHA(DX)
                   ELSE
                       DISPLAY 'LIMITE DE 60 DEPARTAMENTOS EXCEDIDO'
                   END-IF
                   READ DEPTOMFFILE
                       AT END SET WS-EOF-DEPTOMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEPTOMFFILE
           END-IF.

      *    FIRST PASS FINDS THE LATEST MONTH WITH DEPARTMENT RECORDS,
      *    THE SECOND TAKES THAT MONTH'S HEADCOUNT AND COST.
       0003-READ-SNAPSHOT.
           OPEN INPUT SNAPSHOTFILE.
           IF WS-SNAP-STATUS-OK
               READ SNAPSHOTFILE
                   AT END SET WS-EOF-SNAPSHOT TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-SNAPSHOT
                   IF SNAP-POR-DEPTO
                      AND SNAP-YYYYMM > WS-SNAP-YYYYMM
                       MOVE SNAP-YYYYMM TO WS-SNAP-YYYYMM
                   END-IF
                   READ SNAPSHOTFILE
                       AT END SET WS-EOF-SNAPSHOT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOTFILE
           END-IF.
           IF WS-SNAP-YYYYMM = ZEROS
               DISPLAY 'AVISO: EMPSNAP.DAT SEM INSTANTANEO POR '
                   'DEPARTAMENTO'
               MOVE "EMPSNAP.DAT SEM INSTANTANEO POR DEPARTAMENTO"
                   TO PAL-TEXT
               WRITE WS-QUADRO-RPT-LINE FROM QUADRO-AVISO-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE WS-SNAP-YYYYMM TO PML-YYYYMM
               WRITE WS-QUADRO-RPT-LINE FROM QUADRO-MES-LINE
                   AFTER ADVANCING 2 LINES
               OPEN INPUT SNAPSHOTFILE
               READ SNAPSHOTFILE
                   AT END SET WS-EOF-SNAPSHOT TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-SNAPSHOT
                   IF SNAP-POR-DEPTO
                      AND SNAP-YYYYMM = WS-SNAP-YYYYMM
                       PERFORM 0003-500-NOTE-DEPTO
                   END-IF
                   READ SNAPSHOTFILE
                       AT END SET WS-EOF-SNAPSHOT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOTFILE
           END-IF.
           WRITE WS-QUADRO-RPT-LINE FROM QUADRO-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

       0003-500-NOTE-DEPTO.
           PERFORM 0003-600-SCAN-DEPTO
               VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPTO-COUNT
                  OR WS-DPT-CODE(DX) = SNAP-CODE.
           IF DX > WS-DEPTO-COUNT
               IF WS-DEPTO-COUNT < 60
                   ADD 1 TO WS-DEPTO-COUNT
                   MOVE WS-DEPTO-COUNT TO DX
                   MOVE SNAP-CODE TO WS-DPT-CODE(DX)
                   MOVE SPACES TO WS-DPT-NOME(DX) WS-DPT-CCUSTO(DX)
                   MOVE ZEROS TO WS-DPT-QUADRO(DX)
                       WS-DPT-ORCAMENTO(DX)
                   MOVE "N" TO WS-DPT-CADASTRO(DX)
                   MOVE ZEROS TO WS-DPT-HEADCOUNT(DX) WS-DPT-FOLHA(DX)
               ELSE
                   DISPLAY 'LIMITE DE 60 DEPARTAMENTOS EXCEDIDO'
                   MOVE ZEROS TO DX
               END-IF
           END-IF.
           IF DX > ZEROS
               ADD SNAP-HEADCOUNT TO WS-DPT-HEADCOUNT(DX)
               ADD SNAP-FOLHA TO WS-DPT-FOLHA(DX)
           END-IF.

       0003-600-SCAN-DEPTO.
           CONTINUE.

       0004-PRINT-DEPTO.
           MOVE WS-DPT-CODE(DX) TO PDL-DEPTO.
           MOVE WS-DPT-NOME(DX) TO PDL-NOME.
           MOVE WS-DPT-CCUSTO(DX) TO PDL-CCUSTO.
           MOVE WS-DPT-QUADRO(DX) TO PDL-QUADRO.
           MOVE WS-DPT-HEADCOUNT(DX) TO PDL-HEADCOUNT.
           MOVE WS-DPT-ORCAMENTO(DX) TO PDL-ORCAMENTO.
           MOVE WS-DPT-FOLHA(DX) TO PDL-FOLHA.
           MOVE ZEROS TO WS-QUADRO-VAR WS-FOLHA-VAR.
           IF WS-DPT-QUADRO(DX) > ZEROS
               COMPUTE WS-QUADRO-VAR =
                   WS-DPT-HEADCOUNT(DX) - WS-DPT-QUADRO(DX)
           END-IF.
           IF WS-DPT-ORCAMENTO(DX) > ZEROS
               COMPUTE WS-FOLHA-VAR =
                   WS-DPT-FOLHA(DX) - WS-DPT-ORCAMENTO(DX)
           END-IF.
           MOVE WS-QUADRO-VAR TO PDL-QUADRO-VAR.
           MOVE WS-FOLHA-VAR TO PDL-FOLHA-VAR.
           MOVE SPACES TO PDL-SITUACAO.
           EVALUATE TRUE
               WHEN NOT WS-DPT-NO-MESTRE(DX)
                   MOVE "SEM CADASTRO EM DEPTOMF" TO PDL-SITUACAO
                   ADD 1 TO WS-TOT-SEM-CADASTRO
               WHEN WS-DPT-HEADCOUNT(DX) = ZEROS
                   MOVE "SEM FUNCIONARIOS" TO PDL-SITUACAO
                   ADD 1 TO WS-TOT-SEM-PESSOAL
               WHEN WS-QUADRO-VAR > ZEROS AND WS-FOLHA-VAR > ZEROS
                   MOVE "ACIMA DO QUADRO E ORCAM." TO PDL-SITUACAO
                   ADD 1 TO WS-TOT-ACIMA-QUADRO
                   ADD 1 TO WS-TOT-ACIMA-ORCAM
               WHEN WS-QUADRO-VAR > ZEROS
                   MOVE "ACIMA DO QUADRO" TO PDL-SITUACAO
                   ADD 1 TO WS-TOT-ACIMA-QUADRO
               WHEN WS-FOLHA-VAR > ZEROS
                   MOVE "ACIMA DO ORCAMENTO" TO PDL-SITUACAO
                   ADD 1 TO WS-TOT-ACIMA-ORCAM
               WHEN WS-DPT-QUADRO(DX) = ZEROS
                AND WS-DPT-ORCAMENTO(DX) = ZEROS
                   MOVE "SEM CONTROLE" TO PDL-SITUACAO
               WHEN OTHER
                   MOVE "DENTRO DO APROVADO" TO PDL-SITUACAO
           END-EVALUATE.
           ADD WS-DPT-QUADRO(DX) TO WS-TOT-QUADRO.
           ADD WS-DPT-HEADCOUNT(DX) TO WS-TOT-HEADCOUNT.
           ADD WS-DPT-ORCAMENTO(DX) TO WS-TOT-ORCAMENTO.
           ADD WS-DPT-FOLHA(DX) TO WS-TOT-FOLHA.
           MOVE QUADRO-DETAIL-LINE TO WS-QUADRO-RPT-LINE.
           CALL "DECFMT" USING WS-QUADRO-RPT-LINE, WS-QUADRO-RPT-LEN.
           WRITE WS-QUADRO-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0005-FINALIZE.
           MOVE WS-TOT-QUADRO TO PTL-QUADRO.
           MOVE WS-TOT-HEADCOUNT TO PTL-HEADCOUNT.
           MOVE WS-TOT-ORCAMENTO TO PTL-ORCAMENTO.
           MOVE WS-TOT-FOLHA TO PTL-FOLHA.
           MOVE QUADRO-TOTAL-LINE TO WS-QUADRO-RPT-LINE.
           CALL "DECFMT" USING WS-QUADRO-RPT-LINE, WS-QUADRO-RPT-LEN.
           WRITE WS-QUADRO-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "DEPARTAMENTOS ACIMA DO QUADRO:" TO PCL-LABEL.
           MOVE WS-TOT-ACIMA-QUADRO TO PCL-COUNT.
           WRITE WS-QUADRO-RPT-LINE FROM QUADRO-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "DEPARTAMENTOS ACIMA DO ORCAMENTO:" TO PCL-LABEL.
           MOVE WS-TOT-ACIMA-ORCAM TO PCL-COUNT.
           WRITE WS-QUADRO-RPT-LINE FROM QUADRO-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DEPARTAMENTOS SEM CADASTRO:" TO PCL-LABEL.
           MOVE WS-TOT-SEM-CADASTRO TO PCL-COUNT.
           WRITE WS-QUADRO-RPT-LINE FROM QUADRO-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DEPARTAMENTOS SEM FUNCIONARIOS:" TO PCL-LABEL.
           MOVE WS-TOT-SEM-PESSOAL TO PCL-COUNT.
           WRITE WS-QUADRO-RPT-LINE FROM QUADRO-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-QUADRO-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE QUADROREPORTFILE.
           DISPLAY 'CONTROLE DE QUADRO E ORCAMENTO CONCLUIDO'.

       END PROGRAM QUADRO.
