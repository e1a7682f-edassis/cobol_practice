      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - GRADES THAT CARRY A SALARY BAND (MINIMUM AND
      *              MIDPOINT AFTER THE CEILING) MUST HAVE MINIMO NOT
      *              ABOVE MEDIO NOT ABOVE THE CEILING. THE MERIT
      *              MATRIX MERITCTL.DAT IS CHECKED WHEN PRESENT FOR
      *              RATINGS OUTSIDE 1-5, QUARTILES OUTSIDE 1-4, ZERO
      *              MULTIPLIERS AND DUPLICATED CELLS; IT IS ONLY
      *              NEEDED BY MERIT RUNS, SO ITS ABSENCE IS NOT A
      *              DEFECT.
      * 15/10/2026 - THE DEPARTMENT MASTER DEPTOMF.DAT IS CHECKED WHEN
      *              PRESENT FOR BLANK OR DUPLICATED CODES AND FOR A
      *              HEAD MATRICULA, HEADCOUNT OR BUDGET THAT IS NOT
      *              NUMERIC. WITHOUT IT DEPARTMENTS ARE SIMPLY NOT
      *              CONTROLLED, SO ITS ABSENCE IS NOT A DEFECT.
      * 15/10/2026 - DEPTOMF.DAT IS READ AT ITS FULL 58 BYTES (ENDING
      *              IN THE BRANCH CODE), SO NO LINE IS SPLIT INTO A
      *              FALSE DEPARTMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLVALID.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT MERITCTLFILE ASSIGN TO DYNAMIC WS-PTH-MERITCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-STATUS.

           SELECT DEPTOMFFILE ASSIGN TO DYNAMIC WS-PTH-DEPTOMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTO-STATUS.

           SELECT CTLVALIDREPORT ASSIGN TO DYNAMIC WS-PTH-CTLVALID-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
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

       FD  DEPTOMFFILE.
       01  WS-DEPTO-MF-RECORD.
           88 WS-EOF-DEPTO-MF      VALUE HIGH-VALUES.
           05 DEPTOMF-CODIGO       PIC X(03).
           05 DEPTOMF-NOME         PIC X(25).
           05 DEPTOMF-CCUSTO       PIC X(06).
           05 DEPTOMF-CHEFE        PIC 9(06).
           05 DEPTOMF-QUADRO       PIC 9(04).
           05 DEPTOMF-ORCAMENTO    PIC 9(9)V9(2).
           05 DEPTOMF-FILIAL       PIC X(03).

       FD  CTLVALIDREPORT.
       01  WS-CTLV-RPT-LINE        PIC X(80).
           VALUE "ASSETS/TAXASCTL.DAT".
       77  WS-PTH-GRADECTL-DAT PIC X(44)
           VALUE "ASSETS/GRADECTL.DAT".
       77  WS-PTH-MERITCTL-DAT PIC X(44)
           VALUE "ASSETS/MERITCTL.DAT".
       77  WS-PTH-DEPTOMF-DAT PIC X(44)
           VALUE "ASSETS/DEPTOMF.DAT".
       77  WS-PTH-CTLVALID-RPT PIC X(44)
           VALUE "ASSETS/CTLVALID.RPT".
       COPY RPTBANNER.
           88 WS-TAXA-STATUS-OK    VALUE "00".
       77  WS-GRADE-STATUS         PIC XX VALUE SPACES.
           88 WS-GRADE-STATUS-OK   VALUE "00".
       77  WS-MERIT-STATUS         PIC XX VALUE SPACES.
           88 WS-MERIT-STATUS-OK   VALUE "00".
       77  WS-DEPTO-STATUS         PIC XX VALUE SPACES.
           88 WS-DEPTO-STATUS-OK   VALUE "00".
       77  WS-DEFECT-COUNT         PIC 9(3) VALUE ZEROS.

       01  WS-TAXA-TABLE.
           05 WS-GRADE-ENTRY OCCURS 20 TIMES.
              10 WS-GRADE-CODE     PIC X(02).
              10 WS-GRADE-TETO     PIC 9(9)V9(2).
              10 WS-GRADE-MINIMO   PIC 9(9)V9(2).
              10 WS-GRADE-MEDIO    PIC 9(9)V9(2).
       01  WS-GRADE-COUNT          PIC 99 VALUE ZEROS.
       01  GX                      PIC 99.
       01  GY                      PIC 99.

       01  WS-MERIT-TABLE.
           05 WS-MERIT-ENTRY OCCURS 20 TIMES.
              10 WS-MERIT-CELULA   PIC X(02).
       01  WS-MERIT-COUNT          PIC 99 VALUE ZEROS.
       01  RY                      PIC 99.

       01  WS-DEPTO-TABLE.
           05 WS-DEPTO-ENTRY OCCURS 40 TIMES.
              10 WS-DEPTO-CODE     PIC X(03).
       01  WS-DEPTO-COUNT          PIC 99 VALUE ZEROS.
       01  DY                      PIC 99.

       01  CTLV-DEPTO-LINE.
           05 CTD-TEXT             PIC X(34).
           05 CTD-CODE             PIC X(03).

       01  CTLV-MERIT-LINE.
           05 CTM-TEXT             PIC X(34).
           05 FILLER               PIC X(05) VALUE "NOTA ".
           05 CTM-NOTA             PIC X(01).
           05 FILLER               PIC X(10) VALUE " QUARTIL ".
           05 CTM-QUARTIL          PIC X(01).

       01  CTLV-TAXA-LINE.
           05 CTV-TEXT             PIC X(34).
           05 CTV-INI              PIC ZZ9.
           PERFORM 0002-INIT.
           PERFORM 0003-CHECK-TAXAS.
           PERFORM 0004-CHECK-GRADES.
           PERFORM 0006-CHECK-MERITO.
           PERFORM 0007-CHECK-DEPTOS.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.
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
                   END-IF
                   READ GRADECEILFILE
                       AT END SET WS-EOF-GRADE-CTL TO TRUE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-DEFECT-COUNT
           END-IF.
           IF WS-GRADE-MEDIO(GX) > ZEROS
              AND (WS-GRADE-MINIMO(GX) > WS-GRADE-MEDIO(GX)
                   OR WS-GRADE-MEDIO(GX) > WS-GRADE-TETO(GX))
               MOVE "FAIXA MIN/MEDIO/TETO INCOERENTE:  "
                   TO CTG-TEXT
               MOVE WS-GRADE-CODE(GX) TO CTG-GRADE
               WRITE WS-CTLV-RPT-LINE FROM CTLV-GRADE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-DEFECT-COUNT
           END-IF.
           PERFORM 0004-600-CHECK-DUPLICATE
               VARYING GY FROM 1 BY 1 UNTIL GY >= GX.

               ADD 1 TO WS-DEFECT-COUNT
           END-IF.

       0006-CHECK-MERITO.
           OPEN INPUT MERITCTLFILE.
           IF WS-MERIT-STATUS-OK
               READ MERITCTLFILE
                   AT END SET WS-EOF-MERIT-CTL TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-MERIT-CTL
                   PERFORM 0006-400-CHECK-ONE-CELL
                   READ MERITCTLFILE
                       AT END SET WS-EOF-MERIT-CTL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MERITCTLFILE
           END-IF.

       0006-400-CHECK-ONE-CELL.
           MOVE WS-MERIT-CTL-RECORD(1:1) TO CTM-NOTA.
           MOVE WS-MERIT-CTL-RECORD(2:1) TO CTM-QUARTIL.
           IF MERITCTL-NOTA IS NOT NUMERIC
              OR MERITCTL-QUARTIL IS NOT NUMERIC
              OR MERITCTL-NOTA < 1 OR MERITCTL-NOTA > 5
              OR MERITCTL-QUARTIL < 1 OR MERITCTL-QUARTIL > 4
               MOVE "MERITO: NOTA OU QUARTIL INVALIDO:"
                   TO CTM-TEXT
               WRITE WS-CTLV-RPT-LINE FROM CTLV-MERIT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-DEFECT-COUNT
           ELSE
               IF MERITCTL-PERCENTUAL IS NOT NUMERIC
                  OR MERITCTL-PERCENTUAL = ZEROS
                   MOVE "MERITO: PERCENTUAL ZERADO:        "
                       TO CTM-TEXT
                   WRITE WS-CTLV-RPT-LINE FROM CTLV-MERIT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-DEFECT-COUNT
               END-IF
               PERFORM 0006-600-SCAN-CELL
                   VARYING RY FROM 1 BY 1
                   UNTIL RY > WS-MERIT-COUNT
                      OR WS-MERIT-CELULA(RY)
                         = WS-MERIT-CTL-RECORD(1:2)
               IF RY NOT > WS-MERIT-COUNT
                   MOVE "MERITO: CELULA DUPLICADA:         "
                       TO CTM-TEXT
                   WRITE WS-CTLV-RPT-LINE FROM CTLV-MERIT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-DEFECT-COUNT
               ELSE
                   IF WS-MERIT-COUNT < 20
                       ADD 1 TO WS-MERIT-COUNT
                       MOVE WS-MERIT-CTL-RECORD(1:2)
                           TO WS-MERIT-CELULA(WS-MERIT-COUNT)
                   END-IF
               END-IF
           END-IF.

       0006-600-SCAN-CELL.
           CONTINUE.

       0007-CHECK-DEPTOS.
           OPEN INPUT DEPTOMFFILE.
           IF WS-DEPTO-STATUS-OK
               READ DEPTOMFFILE
                   AT END SET WS-EOF-DEPTO-MF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-DEPTO-MF
                   PERFORM 0007-400-CHECK-ONE-DEPTO
                   READ DEPTOMFFILE
                       AT END SET WS-EOF-DEPTO-MF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEPTOMFFILE
           END-IF.

       0007-400-CHECK-ONE-DEPTO.
           MOVE DEPTOMF-CODIGO TO CTD-CODE.
           IF DEPTOMF-CODIGO = SPACES
               MOVE "DEPARTAMENTO SEM CODIGO:          "
                   TO CTD-TEXT
               WRITE WS-CTLV-RPT-LINE FROM CTLV-DEPTO-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-DEFECT-COUNT
           ELSE
               IF DEPTOMF-CHEFE IS NOT NUMERIC
                  OR DEPTOMF-QUADRO IS NOT NUMERIC
                  OR DEPTOMF-ORCAMENTO IS NOT NUMERIC
                   MOVE "CHEFE/QUADRO/ORCAMENTO INVALIDO:  "
                       TO CTD-TEXT
                   WRITE WS-CTLV-RPT-LINE FROM CTLV-DEPTO-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-DEFECT-COUNT
               END-IF
               PERFORM 0007-600-SCAN-DEPTO
                   VARYING DY FROM 1 BY 1
                   UNTIL DY > WS-DEPTO-COUNT
                      OR WS-DEPTO-CODE(DY) = DEPTOMF-CODIGO
               IF DY NOT > WS-DEPTO-COUNT
                   MOVE "DEPARTAMENTO DUPLICADO:           "
                       TO CTD-TEXT
                   WRITE WS-CTLV-RPT-LINE FROM CTLV-DEPTO-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-DEFECT-COUNT
               ELSE
                   IF WS-DEPTO-COUNT < 40
                       ADD 1 TO WS-DEPTO-COUNT
                       MOVE DEPTOMF-CODIGO
                           TO WS-DEPTO-CODE(WS-DEPTO-COUNT)
                   END-IF
               END-IF
           END-IF.

       0007-600-SCAN-DEPTO.
           CONTINUE.

       0005-FINALIZE.
           MOVE WS-DEFECT-COUNT TO CTT-COUNT.
           WRITE WS-CTLV-RPT-LINE FROM CTLV-TOTAL-LINE
       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-TAXASCTL-DAT.
           CALL "DATADIR" USING WS-PTH-GRADECTL-DAT.
           CALL "DATADIR" USING WS-PTH-MERITCTL-DAT.
           CALL "DATADIR" USING WS-PTH-DEPTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-CTLVALID-RPT.

       END PROGRAM CTLVALID.
