      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. DAILY STEP OF THE ROLLING CYCLE
      *              COUNT. PRINTS ON CICLOFOLHA.RPT THE COUNT SHEETS
      *              FOR THE DAY FROM THE SCHEDULE ABCCLASS LEAVES ON
      *              CICLOPLAN.DAT, ONE PAGE PER BRANCH, WITH BOOK,
      *              TITLE, CLASS AND A BLANK FOR THE QUANTITY FOUND
      *              (THE SYSTEM BALANCE IS NOT SHOWN SO IT CANNOT
      *              STEER THE COUNTER). COUNTS COME BACK THROUGH
      *              STOCKCOUNT.DAT AS BEFORE. ALSO PRINTS ON
      *              CICLOCOB.RPT THE COVERAGE REPORT: EVERY ITEM OF
      *              CICLOMF.DAT WHOSE SCHEDULED DATE HAS PASSED
      *              WITHOUT A COUNT, OR WHOSE LAST COUNT IS OLDER
      *              THAN ITS CLASS INTERVAL, WITH THE DAYS OVERDUE,
      *              AND THE COVERAGE PER CLASS. THE DAY IS THE
      *              AAAAMMDD RUN ARGUMENT, DEFAULTING TO THE RUN
      *              DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOCONT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLEPLANFILE ASSIGN TO DYNAMIC WS-PTH-CICLOPLAN-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CYCLEMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CICLOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CIC-KEY
               FILE STATUS IS WS-CIC-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT SHEETSORTFILE ASSIGN TO DYNAMIC WS-PTH-CICFOLHA-SRT.

           SELECT LATESORTFILE ASSIGN TO DYNAMIC WS-PTH-CICCOB-SRT.

           SELECT SHEETREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-CICLOFOLHA-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COVERREPORTFILE ASSIGN TO DYNAMIC WS-PTH-CICLOCOB-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CYCLEPLANFILE.
       01  PLAN-RECORD.
           88 ENDOFPLAN          VALUE HIGH-VALUES.
           05 PLAN-DATA          PIC 9(8).
           05 PLAN-FILIAL        PIC X(3).
           05 PLAN-BOOKNUM       PIC X(5).
           05 PLAN-CLASSE        PIC X(1).

       FD  CYCLEMASTERFILE.
       01  CIC-RECORD.
           88 ENDOFCYCLEMASTER   VALUE HIGH-VALUES.
           05 CIC-KEY.
              10 CIC-BOOKNUM     PIC X(5).
              10 CIC-FILIAL      PIC X(3).
           05 CIC-CLASSE         PIC X(1).
           05 CIC-VALOR-12M      PIC 9(11)V99.
           05 CIC-DATA-CLASSE    PIC 9(8).
           05 CIC-ULT-CONTAGEM   PIC 9(8).
           05 CIC-PROX-DATA      PIC 9(8).

       FD  BOOKMASTERFILE.
       01  BMF-RECORD.
           02 BMF-BOOKNUM        PIC X(5).
           02 BMF-BOOKTITLE      PIC X(25).
           02 BMF-AUTHORNAME     PIC X(25).
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       SD  SHEETSORTFILE.
       01  SSF-SORTREC.
           88 ENDOFSHEETSORT     VALUE HIGH-VALUES.
           05 SSF-FILIAL         PIC X(3).
           05 SSF-BOOKNUM        PIC X(5).
           05 SSF-CLASSE         PIC X(1).

       SD  LATESORTFILE.
       01  LSF-SORTREC.
           88 ENDOFLATESORT      VALUE HIGH-VALUES.
           05 LSF-FILIAL         PIC X(3).
           05 LSF-DIAS           PIC 9(5).
           05 LSF-BOOKNUM        PIC X(5).
           05 LSF-CLASSE         PIC X(1).
           05 LSF-ULT-CONTAGEM   PIC 9(8).
           05 LSF-PROX-DATA      PIC 9(8).

       FD  SHEETREPORTFILE.
       01  WS-FOLHA-RPT-LINE     PIC X(100).

       FD  COVERREPORTFILE.
       01  WS-COB-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-CICLOPLAN-DAT PIC X(44)
           VALUE "ASSETS/CICLOPLAN.DAT".
       77  WS-PTH-CICLOMF-DAT PIC X(44)
           VALUE "ASSETS/CICLOMF.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-CICFOLHA-SRT PIC X(44)
           VALUE "ASSETS/CICFOLHA.SRT".
       77  WS-PTH-CICCOB-SRT PIC X(44)
           VALUE "ASSETS/CICCOB.SRT".
       77  WS-PTH-CICLOFOLHA-RPT PIC X(44)
           VALUE "ASSETS/CICLOFOLHA.RPT".
       77  WS-PTH-CICLOCOB-RPT PIC X(44)
           VALUE "ASSETS/CICLOCOB.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-TARGET-DATE        PIC 9(8) VALUE ZEROS.
       77  WS-DATA-PARM          PIC X(8) VALUE SPACES.
       77  WS-RPT-LEN            PIC 9(03) VALUE 100.
       77  WS-PLAN-STATUS        PIC X(02) VALUE SPACES.
           88 WS-PLAN-STATUS-OK  VALUE "00".
       77  WS-CIC-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CIC-STATUS-OK   VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".
       77  WS-FILIAL-ATUAL       PIC X(3) VALUE SPACES.
       77  WS-ITENS-FILIAL       PIC 9(5) VALUE ZEROS.
       77  WS-ITENS-FOLHA        PIC 9(5) VALUE ZEROS.
       77  WS-ITENS-ATRASO       PIC 9(5) VALUE ZEROS.
       77  WS-INTERVALO          PIC 9(1) VALUE ZEROS.
       77  WS-ATRASO-SW          PIC X(01) VALUE "N".
           88 WS-ATRASADO        VALUE "Y".
       77  WS-DIAS-ATRASO        PIC 9(5) VALUE ZEROS.
       77  WS-SERIAL-HOJE        PIC 9(7) VALUE ZEROS.
       77  WS-TARGET-ABS         PIC 9(7) VALUE ZEROS.
       77  WS-ULT-ABS            PIC 9(7) VALUE ZEROS.
       77  WS-VENC-ABS           PIC 9(7) VALUE ZEROS.
       77  WS-COBERTURA          PIC 9(3)V9 VALUE ZEROS.

       77  WS-SERIAL-WORK        PIC 9(7) VALUE ZEROS.
       77  WS-SER-AUX            PIC 9(7) VALUE ZEROS.
       77  WS-SER-ANO-BASE       PIC 9(4) VALUE ZEROS.

       01  WS-TARGET-SPLIT.
           05 WS-TGT-ANO         PIC 9(4).
           05 WS-TGT-MES         PIC 9(2).
           05 WS-TGT-DIA         PIC 9(2).

       01  WS-ULT-DATA-X.
           05 WS-ULT-ANO         PIC 9(4).
           05 WS-ULT-MES         PIC 9(2).
           05 WS-ULT-DIA         PIC 9(2).

       01  WS-SERIAL-DATE-X.
           05 WS-SDX-ANO         PIC 9(4).
           05 WS-SDX-MES         PIC 9(2).
           05 WS-SDX-DIA         PIC 9(2).
       01  WS-SERIAL-DATE-N REDEFINES WS-SERIAL-DATE-X PIC 9(8).

       01  WS-CUMDAYS-TABLE.
           05 FILLER             PIC X(36)
              VALUE "000031059090120151181212243273304334".
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-TABLE.
           05 WS-CUMDAYS-MES     PIC 9(3) OCCURS 12 TIMES.

       01  WS-CLASSE-TOTAIS.
           05 WS-CLS-ENTRY OCCURS 3 TIMES.
              10 WS-CLS-ITENS    PIC 9(5).
              10 WS-CLS-ATRASO   PIC 9(5).
       01  WS-CLASSE-LETRAS      PIC X(3) VALUE "ABC".
       01  KX                    PIC 9(1).

       01  FOLHA-BRANCH-LINE.
           05 FILLER             PIC X(08) VALUE "FILIAL: ".
           05 FBL-FILIAL         PIC X(3).
           05 FILLER             PIC X(20)
              VALUE "   DATA DA CONTAGEM:".
           05 FILLER             PIC X(01) VALUE SPACE.
           05 FBL-DATA           PIC 9(8).

       01  FOLHA-HEADING.
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(08) VALUE "CLASSE".
           05 FILLER             PIC X(18) VALUE "QTD. CONTADA".
           05 FILLER             PIC X(12) VALUE "OBSERVACAO".

       01  FOLHA-DETAIL-LINE.
           05 FDL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FDL-TITLE          PIC X(25).
           05 FILLER             PIC X(05) VALUE SPACES.
           05 FDL-CLASSE         PIC X(1).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "[__________]".
           05 FILLER             PIC X(22)
              VALUE "______________________".

       01  FOLHA-ITEMS-LINE.
           05 FILLER             PIC X(30)
              VALUE "ITENS A CONTAR:               ".
           05 FIL-ITENS          PIC ZZZZ9.

       01  FOLHA-SIGN-LINE.
           05 FILLER             PIC X(40)
              VALUE "CONTADOR: ____________________________  ".
           05 FILLER             PIC X(35)
              VALUE "CONFERENTE: _______________________".

       01  FOLHA-NONE-LINE.
           05 FILLER             PIC X(40)
              VALUE "NENHUMA CONTAGEM PROGRAMADA PARA O DIA.".

       01  COB-HEADING.
           05 FILLER             PIC X(08) VALUE "FILIAL".
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(07) VALUE "CLASSE".
           05 FILLER             PIC X(12) VALUE "ULT.CONTAG.".
           05 FILLER             PIC X(12) VALUE "PROGRAMADA".
           05 FILLER             PIC X(11) VALUE "DIAS ATRASO".

       01  COB-DETAIL-LINE.
           05 CDL-FILIAL         PIC X(3).
           05 FILLER             PIC X(05) VALUE SPACES.
           05 CDL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 CDL-TITLE          PIC X(25).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CDL-CLASSE         PIC X(1).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CDL-ULT-CONTAGEM   PIC X(8).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 CDL-PROX-DATA      PIC X(8).
           05 FILLER             PIC X(07) VALUE SPACES.
           05 CDL-DIAS           PIC ZZZZ9.

       01  COB-CLASS-HEADING.
           05 FILLER             PIC X(08) VALUE "CLASSE".
           05 FILLER             PIC X(12) VALUE "   ITENS".
           05 FILLER             PIC X(12) VALUE " ATRASADOS".
           05 FILLER             PIC X(12) VALUE "  COBERTURA".

       01  COB-CLASS-LINE.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 CCL-CLASSE         PIC X(1).
           05 FILLER             PIC X(06) VALUE SPACES.
           05 CCL-ITENS          PIC ZZZZ9.
           05 FILLER             PIC X(06) VALUE SPACES.
           05 CCL-ATRASO         PIC ZZZZ9.
           05 FILLER             PIC X(06) VALUE SPACES.
           05 CCL-COBERTURA      PIC ZZ9,9.
           05 FILLER             PIC X(02) VALUE " %".

       01  COB-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "ITENS COM CONTAGEM ATRASADA:  ".
           05 CTL-ATRASO         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT SHEETSORTFILE
               ON ASCENDING KEY SSF-FILIAL SSF-BOOKNUM
               INPUT PROCEDURE IS 0003-SELECT-TODAY
               OUTPUT PROCEDURE IS 0004-PRINT-SHEETS.
           SORT LATESORTFILE
               ON ASCENDING KEY LSF-FILIAL
               ON DESCENDING KEY LSF-DIAS
               ON ASCENDING KEY LSF-BOOKNUM
               INPUT PROCEDURE IS 0005-SELECT-OVERDUE
               OUTPUT PROCEDURE IS 0006-PRINT-COVERAGE.
           PERFORM 0007-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-CICLOPLAN-DAT.
           CALL "DATADIR" USING WS-PTH-CICLOMF-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-CICFOLHA-SRT.
           CALL "DATADIR" USING WS-PTH-CICCOB-SRT.
           CALL "DATADIR" USING WS-PTH-CICLOFOLHA-RPT.
           CALL "DATADIR" USING WS-PTH-CICLOCOB-RPT.

       0001-500-LOG-START.
           MOVE "CICLOCONT" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "CICLOCONT" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DATA-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-DATA-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-DATA-PARM
           END-ACCEPT.
           IF WS-DATA-PARM NOT = SPACES
              AND WS-DATA-PARM IS NUMERIC
               MOVE WS-DATA-PARM TO WS-TARGET-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-TARGET-DATE
           END-IF.
           MOVE WS-TARGET-DATE TO WS-TARGET-SPLIT.
           COMPUTE WS-TARGET-ABS = (WS-TGT-ANO * 12) + WS-TGT-MES.
           MOVE WS-TARGET-DATE TO WS-SERIAL-DATE-N.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-SERIAL-HOJE.
           MOVE ZEROS TO WS-CLASSE-TOTAIS.
           OPEN INPUT BOOKMASTERFILE.
           IF WS-BMF-STATUS-OK
               SET WS-BMF-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: BOOKMF.DAT INDISPONIVEL - STATUS '
                   WS-BMF-STATUS ' - FOLHAS SEM TITULO'
           END-IF.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           OPEN OUTPUT SHEETREPORTFILE.
           OPEN OUTPUT COVERREPORTFILE.
           MOVE "CONTAGEM CICLICA - ITENS EM ATRASO" TO RPT-BH-TITLE.
           WRITE WS-COB-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-COB-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-COB-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-COB-RPT-LINE FROM COB-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE "FOLHA DE CONTAGEM CICLICA" TO RPT-BH-TITLE.

       0003-SELECT-TODAY.
           OPEN INPUT CYCLEPLANFILE.
           IF WS-PLAN-STATUS-OK
               READ CYCLEPLANFILE
                   AT END SET ENDOFPLAN TO TRUE
               END-READ
               PERFORM UNTIL ENDOFPLAN
                   IF PLAN-DATA = WS-TARGET-DATE
                       MOVE PLAN-FILIAL TO SSF-FILIAL
                       IF SSF-FILIAL = SPACES
                           MOVE "MTZ" TO SSF-FILIAL
                       END-IF
                       MOVE PLAN-BOOKNUM TO SSF-BOOKNUM
                       MOVE PLAN-CLASSE TO SSF-CLASSE
                       RELEASE SSF-SORTREC
                   END-IF
                   READ CYCLEPLANFILE
                       AT END SET ENDOFPLAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CYCLEPLANFILE
           ELSE
               DISPLAY 'SEM CICLOPLAN.DAT - NENHUMA FOLHA A IMPRIMIR'
           END-IF.

       0004-PRINT-SHEETS.
           RETURN SHEETSORTFILE
               AT END SET ENDOFSHEETSORT TO TRUE
           END-RETURN.
           IF ENDOFSHEETSORT
               PERFORM 0004-100-PAGE-HEADING
               WRITE WS-FOLHA-RPT-LINE FROM FOLHA-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM UNTIL ENDOFSHEETSORT
               MOVE SSF-FILIAL TO WS-FILIAL-ATUAL
               MOVE ZEROS TO WS-ITENS-FILIAL
               PERFORM 0004-100-PAGE-HEADING
               PERFORM UNTIL ENDOFSHEETSORT
                       OR SSF-FILIAL NOT = WS-FILIAL-ATUAL
                   PERFORM 0004-300-PRINT-SHEET-LINE
                   RETURN SHEETSORTFILE
                       AT END SET ENDOFSHEETSORT TO TRUE
                   END-RETURN
               END-PERFORM
               MOVE WS-ITENS-FILIAL TO FIL-ITENS
               WRITE WS-FOLHA-RPT-LINE FROM FOLHA-ITEMS-LINE
                   AFTER ADVANCING 2 LINES
               WRITE WS-FOLHA-RPT-LINE FROM FOLHA-SIGN-LINE
                   AFTER ADVANCING 3 LINES
           END-PERFORM.

       0004-100-PAGE-HEADING.
           WRITE WS-FOLHA-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-FOLHA-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-FOLHA-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-FILIAL-ATUAL TO FBL-FILIAL.
           MOVE WS-TARGET-DATE TO FBL-DATA.
           WRITE WS-FOLHA-RPT-LINE FROM FOLHA-BRANCH-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-FOLHA-RPT-LINE FROM FOLHA-HEADING
               AFTER ADVANCING 2 LINES.

       0004-300-PRINT-SHEET-LINE.
           MOVE SSF-BOOKNUM TO FDL-BOOKNUM.
           MOVE SSF-BOOKNUM TO BMF-BOOKNUM.
           PERFORM 0009-GET-TITLE.
           MOVE BMF-BOOKTITLE TO FDL-TITLE.
           MOVE SSF-CLASSE TO FDL-CLASSE.
           WRITE WS-FOLHA-RPT-LINE FROM FOLHA-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-ITENS-FILIAL.
           ADD 1 TO WS-ITENS-FOLHA.

       0005-SELECT-OVERDUE.
           OPEN INPUT CYCLEMASTERFILE.
           IF WS-CIC-STATUS-OK
               READ CYCLEMASTERFILE NEXT RECORD
                   AT END SET ENDOFCYCLEMASTER TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCYCLEMASTER
                   PERFORM 0005-300-CHECK-ITEM
                   READ CYCLEMASTERFILE NEXT RECORD
                       AT END SET ENDOFCYCLEMASTER TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CYCLEMASTERFILE
           ELSE
               DISPLAY 'SEM CICLOMF.DAT - CLASSIFICACAO AINDA NAO FEITA'
           END-IF.

       0005-300-CHECK-ITEM.
           EVALUATE CIC-CLASSE
               WHEN "A" MOVE 1 TO KX
                        MOVE 1 TO WS-INTERVALO
               WHEN "B" MOVE 2 TO KX
                        MOVE 3 TO WS-INTERVALO
               WHEN OTHER MOVE 3 TO KX
                        MOVE 6 TO WS-INTERVALO
           END-EVALUATE.
           ADD 1 TO WS-CLS-ITENS(KX).
           IF CIC-ULT-CONTAGEM IS NOT NUMERIC
               MOVE ZEROS TO CIC-ULT-CONTAGEM
           END-IF.
           IF CIC-PROX-DATA IS NOT NUMERIC
               MOVE ZEROS TO CIC-PROX-DATA
           END-IF.
           MOVE "N" TO WS-ATRASO-SW.
           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF CIC-PROX-DATA > ZEROS
              AND CIC-PROX-DATA < WS-TARGET-DATE
              AND CIC-ULT-CONTAGEM < CIC-PROX-DATA
               SET WS-ATRASADO TO TRUE
               MOVE CIC-PROX-DATA TO WS-SERIAL-DATE-N
               PERFORM 0008-DATE-TO-SERIAL
               COMPUTE WS-DIAS-ATRASO =
                   WS-SERIAL-HOJE - WS-SERIAL-WORK
           END-IF.
           IF CIC-ULT-CONTAGEM > ZEROS
               MOVE CIC-ULT-CONTAGEM TO WS-ULT-DATA-X
               COMPUTE WS-ULT-ABS = (WS-ULT-ANO * 12) + WS-ULT-MES
               COMPUTE WS-VENC-ABS = WS-ULT-ABS + WS-INTERVALO
               IF WS-TARGET-ABS > WS-VENC-ABS
                   PERFORM 0005-500-INTERVAL-LATENESS
               END-IF
           END-IF.
           IF WS-ATRASADO
               ADD 1 TO WS-CLS-ATRASO(KX)
               ADD 1 TO WS-ITENS-ATRASO
               MOVE CIC-FILIAL TO LSF-FILIAL
               IF LSF-FILIAL = SPACES
                   MOVE "MTZ" TO LSF-FILIAL
               END-IF
               MOVE WS-DIAS-ATRASO TO LSF-DIAS
               MOVE CIC-BOOKNUM TO LSF-BOOKNUM
               MOVE CIC-CLASSE TO LSF-CLASSE
               MOVE CIC-ULT-CONTAGEM TO LSF-ULT-CONTAGEM
               MOVE CIC-PROX-DATA TO LSF-PROX-DATA
               RELEASE LSF-SORTREC
           END-IF.

      * THE LAST COUNT IS OLDER THAN THE CLASS INTERVAL: THE ITEM HAS
      * BEEN DUE SINCE THE FIRST DAY OF THE MONTH AFTER THE INTERVAL
      * RAN OUT, WHETHER OR NOT IT WAS EVER PUT ON A SHEET.
       0005-500-INTERVAL-LATENESS.
           SET WS-ATRASADO TO TRUE.
           DIVIDE WS-VENC-ABS BY 12 GIVING WS-SDX-ANO
               REMAINDER WS-SDX-MES.
           ADD 1 TO WS-SDX-MES.
           MOVE 1 TO WS-SDX-DIA.
           PERFORM 0008-DATE-TO-SERIAL.
           IF WS-SERIAL-HOJE - WS-SERIAL-WORK > WS-DIAS-ATRASO
               COMPUTE WS-DIAS-ATRASO =
                   WS-SERIAL-HOJE - WS-SERIAL-WORK
           END-IF.

       0006-PRINT-COVERAGE.
           RETURN LATESORTFILE
               AT END SET ENDOFLATESORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFLATESORT
               MOVE LSF-FILIAL TO CDL-FILIAL
               MOVE LSF-BOOKNUM TO CDL-BOOKNUM
               MOVE LSF-BOOKNUM TO BMF-BOOKNUM
               PERFORM 0009-GET-TITLE
               MOVE BMF-BOOKTITLE TO CDL-TITLE
               MOVE LSF-CLASSE TO CDL-CLASSE
               IF LSF-ULT-CONTAGEM = ZEROS
                   MOVE "NUNCA" TO CDL-ULT-CONTAGEM
               ELSE
                   MOVE LSF-ULT-CONTAGEM TO CDL-ULT-CONTAGEM
               END-IF
               IF LSF-PROX-DATA = ZEROS
                   MOVE "-" TO CDL-PROX-DATA
               ELSE
                   MOVE LSF-PROX-DATA TO CDL-PROX-DATA
               END-IF
               MOVE LSF-DIAS TO CDL-DIAS
               WRITE WS-COB-RPT-LINE FROM COB-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               RETURN LATESORTFILE
                   AT END SET ENDOFLATESORT TO TRUE
               END-RETURN
           END-PERFORM.

       0007-FINALIZE.
           WRITE WS-COB-RPT-LINE FROM COB-CLASS-HEADING
               AFTER ADVANCING 3 LINES.
           PERFORM 0007-500-PRINT-CLASS
               VARYING KX FROM 1 BY 1 UNTIL KX > 3.
           MOVE WS-ITENS-ATRASO TO CTL-ATRASO.
           WRITE WS-COB-RPT-LINE FROM COB-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-COB-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           WRITE WS-FOLHA-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE SHEETREPORTFILE.
           CLOSE COVERREPORTFILE.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           DISPLAY 'FOLHAS DE CONTAGEM: ' WS-ITENS-FOLHA
               ' ITENS - EM ATRASO: ' WS-ITENS-ATRASO.

       0007-500-PRINT-CLASS.
           MOVE WS-CLASSE-LETRAS(KX:1) TO CCL-CLASSE.
           MOVE WS-CLS-ITENS(KX) TO CCL-ITENS.
           MOVE WS-CLS-ATRASO(KX) TO CCL-ATRASO.
           IF WS-CLS-ITENS(KX) > ZEROS
               COMPUTE WS-COBERTURA ROUNDED =
                   ((WS-CLS-ITENS(KX) - WS-CLS-ATRASO(KX)) * 100)
                   / WS-CLS-ITENS(KX)
           ELSE
               MOVE 100 TO WS-COBERTURA
           END-IF.
           MOVE WS-COBERTURA TO CCL-COBERTURA.
           MOVE COB-CLASS-LINE TO WS-COB-RPT-LINE.
           CALL "DECFMT" USING WS-COB-RPT-LINE, WS-RPT-LEN.
           WRITE WS-COB-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0008-DATE-TO-SERIAL.
           IF WS-SDX-MES > 2
               MOVE WS-SDX-ANO TO WS-SER-ANO-BASE
           ELSE
               COMPUTE WS-SER-ANO-BASE = WS-SDX-ANO - 1
           END-IF.
           COMPUTE WS-SERIAL-WORK = WS-SDX-ANO * 365.
           COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 4.
           ADD WS-SER-AUX TO WS-SERIAL-WORK.
           COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 100.
           SUBTRACT WS-SER-AUX FROM WS-SERIAL-WORK.
           COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 400.
           ADD WS-SER-AUX TO WS-SERIAL-WORK.
           ADD WS-CUMDAYS-MES(WS-SDX-MES) TO WS-SERIAL-WORK.
           ADD WS-SDX-DIA TO WS-SERIAL-WORK.

       0009-GET-TITLE.
           IF WS-BMF-OPENED
               READ BOOKMASTERFILE
                   INVALID KEY MOVE "TITULO NAO CADASTRADO"
                       TO BMF-BOOKTITLE
               END-READ
           ELSE
               MOVE SPACES TO BMF-BOOKTITLE
           END-IF.

       END PROGRAM CICLOCONT.
