      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. MONTHLY SHRINKAGE REPORT. EVERY
      *              WRITE-OFF POSTED BY PERDAPOST ON PERDAADJ.DAT WHOSE
      *              WRITE-OFF DATE FALLS IN THE TARGET MONTH IS SORTED
      *              BY REASON (D=AVARIA, F=FURTO, A=AMOSTRA, O=OUTROS),
      *              BRANCH AND TITLE; PERDAMES.RPT SHOWS THE COPIES
      *              AND THE VALUE AT COST PER TITLE, SUBTOTALLED BY
      *              BRANCH WITHIN EACH REASON AND BY REASON, WITH THE
      *              MONTH'S TOTAL. THE TARGET MONTH IS THE AAAAMM RUN
      *              ARGUMENT, DEFAULTING TO THE MONTH BEFORE THE RUN
      *              DATE, AS IN MARGEM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDAMES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDAADJFILE ASSIGN TO DYNAMIC WS-PTH-PERDAADJ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT PERDASORTFILE ASSIGN TO DYNAMIC WS-PTH-PERDAMES-SRT.

           SELECT PERDAMESREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-PERDAMES-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERDAADJFILE.
       01  ADJ-RECORD.
           88 ENDOFPERDAADJ      VALUE HIGH-VALUES.
           05 ADJ-DATE           PIC 9(8).
           05 ADJ-TIME           PIC 9(8).
           05 ADJ-BOOKNUM        PIC X(5).
           05 ADJ-FILIAL         PIC X(3).
           05 ADJ-SALDO-ANT      PIC 9(5).
           05 ADJ-SALDO-NOVO     PIC 9(5).
           05 ADJ-VARIACAO       PIC S9(6).
           05 ADJ-MOTIVO         PIC X(1).
           05 ADJ-OPERADOR       PIC X(8).
           05 ADJ-DATA-BAIXA     PIC 9(8).
           05 ADJ-DATA-BAIXA-R REDEFINES ADJ-DATA-BAIXA.
              10 ADJ-BAIXA-YYYYMM PIC 9(6).
              10 ADJ-BAIXA-DD    PIC 9(2).
           05 ADJ-CUSTO-UNIT     PIC 9(5)V99.
           05 ADJ-VALOR          PIC 9(10)V99.

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

       SD  PERDASORTFILE.
       01  PSF-SORTREC.
           88 ENDOFPERDASORT     VALUE HIGH-VALUES.
           02 PSF-MOTIVO         PIC X(1).
           02 PSF-FILIAL         PIC X(3).
           02 PSF-BOOKNUM        PIC X(5).
           02 PSF-QTY            PIC 9(5).
           02 PSF-VALOR          PIC 9(10)V99.

       FD  PERDAMESREPORTFILE.
       01  WS-PMES-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-PERDAADJ-DAT PIC X(44)
           VALUE "ASSETS/PERDAADJ.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-PERDAMES-SRT PIC X(44)
           VALUE "ASSETS/PERDAMES.SRT".
       77  WS-PTH-PERDAMES-RPT PIC X(44)
           VALUE "ASSETS/PERDAMES.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-PMES-RPT-LEN       PIC 9(03) VALUE 100.
       77  WS-ADJ-STATUS         PIC X(02) VALUE SPACES.
           88 WS-ADJ-STATUS-OK   VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".

       77  WS-TARGET-YYYYMM      PIC 9(6) VALUE ZEROS.
       77  WS-MES-PARM           PIC X(6) VALUE SPACES.
       77  WS-ABS-MESES          PIC 9(7) VALUE ZEROS.
       77  WS-TGT-ANO            PIC 9(5) VALUE ZEROS.
       77  WS-TGT-MES            PIC 9(2) VALUE ZEROS.

       77  WS-FIRST-GROUP-SW     PIC X(1) VALUE "Y".
           88 WS-FIRST-GROUP     VALUE "Y".
       77  WS-PREV-MOTIVO        PIC X(1) VALUE SPACE.
       77  WS-PREV-FILIAL        PIC X(3) VALUE SPACES.
       77  WS-PREV-BOOKNUM       PIC X(5) VALUE SPACES.

       77  WS-BOOK-COPIAS        PIC 9(7) VALUE ZEROS.
       77  WS-BOOK-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77  WS-FIL-COPIAS         PIC 9(7) VALUE ZEROS.
       77  WS-FIL-VALOR          PIC 9(11)V99 VALUE ZEROS.
       77  WS-MOT-COPIAS         PIC 9(7) VALUE ZEROS.
       77  WS-MOT-VALOR          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-COPIAS       PIC 9(7) VALUE ZEROS.
       77  WS-TOTAL-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77  WS-BAIXA-COUNT        PIC 9(5) VALUE ZEROS.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO         PIC 9(4).
           05 WS-RUN-MES         PIC 9(2).
           05 WS-RUN-DIA         PIC 9(2).

       01  PMES-MONTH-LINE.
           05 FILLER             PIC X(21)
              VALUE "MES DE REFERENCIA:   ".
           05 PML-YYYYMM         PIC 9(6).

       01  PMES-MOTIVO-LINE.
           05 FILLER             PIC X(08) VALUE "MOTIVO: ".
           05 PMO-MOTIVO         PIC X(1).
           05 FILLER             PIC X(03) VALUE " - ".
           05 PMO-DESCRICAO      PIC X(20).

       01  PMES-FILIAL-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE "FILIAL: ".
           05 PFI-FILIAL         PIC X(3).

       01  PMES-HEADING.
           05 FILLER             PIC X(08) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(10) VALUE "   COPIAS".
           05 FILLER             PIC X(15) VALUE "   VALOR CUSTO".

       01  PMES-DETAIL-LINE.
           05 FILLER             PIC X(08) VALUE SPACES.
           05 PDL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-TITLE          PIC X(25).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-COPIAS         PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-VALOR          PIC Z(10)9,99.

       01  PMES-SUBTOTAL-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 PSL-LABEL          PIC X(38).
           05 PSL-COPIAS         PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PSL-VALOR          PIC Z(10)9,99.

       01  PMES-EMPTY-LINE.
           05 FILLER             PIC X(40)
              VALUE "NENHUMA BAIXA DE ESTOQUE NO MES".

       01  PMES-TOTAL-CNT-LINE.
           05 FILLER             PIC X(30)
              VALUE "BAIXAS NO MES:                ".
           05 PTL-COUNT          PIC ZZZZ9.

       01  PMES-TOTAL-CPS-LINE.
           05 FILLER             PIC X(30)
              VALUE "COPIAS BAIXADAS NO MES:       ".
           05 PTL-COPIAS         PIC ZZZZZZ9.

       01  PMES-TOTAL-VAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "PERDA TOTAL NO MES (CUSTO):   ".
           05 PTL-VALOR          PIC Z(10)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT PERDASORTFILE
               ON ASCENDING KEY PSF-MOTIVO PSF-FILIAL PSF-BOOKNUM
               INPUT PROCEDURE IS 0003-SELECT-MONTH
               OUTPUT PROCEDURE IS 0004-SHRINKAGE-REPORT.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-PERDAADJ-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-PERDAMES-SRT.
           CALL "DATADIR" USING WS-PTH-PERDAMES-RPT.

       0001-500-LOG-START.
           MOVE "PERDAMES" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "PERDAMES" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           PERFORM 0002-300-GET-TARGET-MONTH.
           OPEN OUTPUT PERDAMESREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "PERDAS DE ESTOQUE NO MES - POR MOTIVO, FILIAL E TITULO"
               TO RPT-BH-TITLE.
           WRITE WS-PMES-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-PMES-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PMES-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TARGET-YYYYMM TO PML-YYYYMM.
           WRITE WS-PMES-RPT-LINE FROM PMES-MONTH-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT BOOKMASTERFILE.
           IF WS-BMF-STATUS-OK
               SET WS-BMF-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: BOOKMF.DAT INDISPONIVEL - STATUS '
                   WS-BMF-STATUS ' - TITULOS EM BRANCO'
           END-IF.

       0002-300-GET-TARGET-MONTH.
           MOVE SPACES TO WS-MES-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MES-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-MES-PARM
           END-ACCEPT.
           IF WS-MES-PARM NOT = SPACES
              AND WS-MES-PARM IS NUMERIC
               MOVE WS-MES-PARM TO WS-TARGET-YYYYMM
           ELSE
               COMPUTE WS-ABS-MESES =
                   (WS-RUN-ANO * 12) + WS-RUN-MES - 1
               COMPUTE WS-TGT-ANO = (WS-ABS-MESES - 1) / 12
               COMPUTE WS-TGT-MES =
                   WS-ABS-MESES - (WS-TGT-ANO * 12)
               COMPUTE WS-TARGET-YYYYMM =
                   (WS-TGT-ANO * 100) + WS-TGT-MES
           END-IF.

       0003-SELECT-MONTH.
           OPEN INPUT PERDAADJFILE.
           IF WS-ADJ-STATUS-OK
               READ PERDAADJFILE
                   AT END SET ENDOFPERDAADJ TO TRUE
               END-READ
               PERFORM UNTIL ENDOFPERDAADJ
                   IF ADJ-DATA-BAIXA IS NUMERIC
                      AND ADJ-BAIXA-YYYYMM = WS-TARGET-YYYYMM
                       MOVE ADJ-MOTIVO TO PSF-MOTIVO
                       MOVE ADJ-FILIAL TO PSF-FILIAL
                       MOVE ADJ-BOOKNUM TO PSF-BOOKNUM
                       COMPUTE PSF-QTY = ZERO - ADJ-VARIACAO
                       MOVE ADJ-VALOR TO PSF-VALOR
                       RELEASE PSF-SORTREC
                   END-IF
                   READ PERDAADJFILE
                       AT END SET ENDOFPERDAADJ TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PERDAADJFILE
           ELSE
               DISPLAY 'SEM PERDAADJ.DAT - NENHUMA BAIXA REGISTRADA'
           END-IF.

       0004-SHRINKAGE-REPORT.
           RETURN PERDASORTFILE
               AT END SET ENDOFPERDASORT TO TRUE
           END-RETURN.
           IF ENDOFPERDASORT
               WRITE WS-PMES-RPT-LINE FROM PMES-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM UNTIL ENDOFPERDASORT
               IF WS-FIRST-GROUP
                   PERFORM 0004-100-START-MOTIVO
                   PERFORM 0004-200-START-FILIAL
               ELSE
                   IF PSF-MOTIVO NOT = WS-PREV-MOTIVO
                       PERFORM 0004-500-BOOK-BREAK
                       PERFORM 0004-600-FILIAL-BREAK
                       PERFORM 0004-700-MOTIVO-BREAK
                       PERFORM 0004-100-START-MOTIVO
                       PERFORM 0004-200-START-FILIAL
                   ELSE
                       IF PSF-FILIAL NOT = WS-PREV-FILIAL
                           PERFORM 0004-500-BOOK-BREAK
                           PERFORM 0004-600-FILIAL-BREAK
                           PERFORM 0004-200-START-FILIAL
                       ELSE
                           IF PSF-BOOKNUM NOT = WS-PREV-BOOKNUM
                               PERFORM 0004-500-BOOK-BREAK
                               MOVE PSF-BOOKNUM TO WS-PREV-BOOKNUM
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-BAIXA-COUNT
               ADD PSF-QTY TO WS-BOOK-COPIAS
               ADD PSF-VALOR TO WS-BOOK-VALOR
               RETURN PERDASORTFILE
                   AT END SET ENDOFPERDASORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-500-BOOK-BREAK
               PERFORM 0004-600-FILIAL-BREAK
               PERFORM 0004-700-MOTIVO-BREAK
           END-IF.

       0004-100-START-MOTIVO.
           MOVE "N" TO WS-FIRST-GROUP-SW.
           MOVE PSF-MOTIVO TO WS-PREV-MOTIVO.
           MOVE ZEROS TO WS-MOT-COPIAS.
           MOVE ZEROS TO WS-MOT-VALOR.
           MOVE PSF-MOTIVO TO PMO-MOTIVO.
           EVALUATE PSF-MOTIVO
               WHEN "D" MOVE "AVARIA" TO PMO-DESCRICAO
               WHEN "F" MOVE "FURTO" TO PMO-DESCRICAO
               WHEN "A" MOVE "AMOSTRA/PROMOCIONAL" TO PMO-DESCRICAO
               WHEN OTHER MOVE "OUTROS" TO PMO-DESCRICAO
           END-EVALUATE.
           WRITE WS-PMES-RPT-LINE FROM PMES-MOTIVO-LINE
               AFTER ADVANCING 3 LINES.

       0004-200-START-FILIAL.
           MOVE PSF-FILIAL TO WS-PREV-FILIAL.
           MOVE PSF-BOOKNUM TO WS-PREV-BOOKNUM.
           MOVE ZEROS TO WS-FIL-COPIAS.
           MOVE ZEROS TO WS-FIL-VALOR.
           MOVE PSF-FILIAL TO PFI-FILIAL.
           WRITE WS-PMES-RPT-LINE FROM PMES-FILIAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-PMES-RPT-LINE FROM PMES-HEADING
               AFTER ADVANCING 1 LINE.

       0004-500-BOOK-BREAK.
           MOVE WS-PREV-BOOKNUM TO PDL-BOOKNUM.
           MOVE SPACES TO PDL-TITLE.
           IF WS-BMF-OPENED
               MOVE WS-PREV-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY MOVE "TITULO NAO CADASTRADO"
                       TO PDL-TITLE
                   NOT INVALID KEY MOVE BMF-BOOKTITLE TO PDL-TITLE
               END-READ
           END-IF.
           MOVE WS-BOOK-COPIAS TO PDL-COPIAS.
           MOVE WS-BOOK-VALOR TO PDL-VALOR.
           MOVE PMES-DETAIL-LINE TO WS-PMES-RPT-LINE.
           CALL "DECFMT" USING WS-PMES-RPT-LINE, WS-PMES-RPT-LEN.
           WRITE WS-PMES-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-BOOK-COPIAS TO WS-FIL-COPIAS.
           ADD WS-BOOK-VALOR TO WS-FIL-VALOR.
           MOVE ZEROS TO WS-BOOK-COPIAS.
           MOVE ZEROS TO WS-BOOK-VALOR.

       0004-600-FILIAL-BREAK.
           MOVE SPACES TO PSL-LABEL.
           STRING "TOTAL DA FILIAL " WS-PREV-FILIAL
               DELIMITED BY SIZE INTO PSL-LABEL
           END-STRING.
           MOVE WS-FIL-COPIAS TO PSL-COPIAS.
           MOVE WS-FIL-VALOR TO PSL-VALOR.
           MOVE PMES-SUBTOTAL-LINE TO WS-PMES-RPT-LINE.
           CALL "DECFMT" USING WS-PMES-RPT-LINE, WS-PMES-RPT-LEN.
           WRITE WS-PMES-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-FIL-COPIAS TO WS-MOT-COPIAS.
           ADD WS-FIL-VALOR TO WS-MOT-VALOR.

       0004-700-MOTIVO-BREAK.
           MOVE SPACES TO PSL-LABEL.
           STRING "TOTAL DO MOTIVO " WS-PREV-MOTIVO
               DELIMITED BY SIZE INTO PSL-LABEL
           END-STRING.
           MOVE WS-MOT-COPIAS TO PSL-COPIAS.
           MOVE WS-MOT-VALOR TO PSL-VALOR.
           MOVE PMES-SUBTOTAL-LINE TO WS-PMES-RPT-LINE.
           CALL "DECFMT" USING WS-PMES-RPT-LINE, WS-PMES-RPT-LEN.
           WRITE WS-PMES-RPT-LINE
               AFTER ADVANCING 2 LINES.
           ADD WS-MOT-COPIAS TO WS-TOTAL-COPIAS.
           ADD WS-MOT-VALOR TO WS-TOTAL-VALOR.

       0005-FINALIZE.
           MOVE WS-BAIXA-COUNT TO PTL-COUNT.
           WRITE WS-PMES-RPT-LINE FROM PMES-TOTAL-CNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-TOTAL-COPIAS TO PTL-COPIAS.
           WRITE WS-PMES-RPT-LINE FROM PMES-TOTAL-CPS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-VALOR TO PTL-VALOR.
           MOVE PMES-TOTAL-VAL-LINE TO WS-PMES-RPT-LINE.
           CALL "DECFMT" USING WS-PMES-RPT-LINE, WS-PMES-RPT-LEN.
           WRITE WS-PMES-RPT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-PMES-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE PERDAMESREPORTFILE.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           DISPLAY 'RELATORIO MENSAL DE PERDAS CONCLUIDO'.

       END PROGRAM PERDAMES.
