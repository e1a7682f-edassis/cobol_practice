      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - OPTIONAL FIRST ARGUMENT IS A SUBJECT CATEGORY
      *              CODE. WHEN GIVEN, ONLY TITLES WHOSE BOOK MASTER
      *              CARRIES THAT CATEGORY ARE LISTED, SO A BUYER CAN
      *              SEE THE SHAPE OF ONE SUBJECT AREA ON ITS OWN.
      *              WITHOUT IT THE REPORT LISTS EVERY TITLE AS BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESTREND.
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       SD  TRENDSORTFILE.
       01  TSF-SORTREC.
       77  WS-FIRST-HALF         PIC S9(7) VALUE ZEROS.
       77  WS-SECOND-HALF        PIC S9(7) VALUE ZEROS.
       77  WS-PREV-BOOKNUM       PIC X(5) VALUE SPACES.
       77  WS-CATEG-PARM         PIC X(03) VALUE SPACES.
       77  WS-TITLE-SW           PIC X(01) VALUE "N".
           88 WS-TITLE-SELECTED  VALUE "S".

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO         PIC 9(4).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 TDL-TREND          PIC X(8).

       01  TREND-CATEG-LINE.
           05 FILLER             PIC X(30)
              VALUE "SOMENTE A CATEGORIA:          ".
           05 TCL-CATEGORIA      PIC X(03).

       01  TREND-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "TITULOS LISTADOS:             ".
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-CURRENT-ABS =
               (WS-RUN-ANO * 12) + WS-RUN-MES.
           MOVE SPACES TO WS-CATEG-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-CATEG-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-CATEG-PARM
           END-ACCEPT.
           OPEN OUTPUT TRENDREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "TENDENCIA DE VENDAS POR TITULO - 12 MESES"
               AFTER ADVANCING 1 LINE.
           WRITE WS-TREND-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           IF WS-CATEG-PARM NOT = SPACES
               MOVE WS-CATEG-PARM TO TCL-CATEGORIA
               WRITE WS-TREND-RPT-LINE FROM TREND-CATEG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 0002-500-BUILD-MONTH-HEADING
               VARYING TX FROM 1 BY 1 UNTIL TX > 12.
           WRITE WS-TREND-RPT-LINE FROM TREND-MONTH-HEADING
           IF WS-PREV-BOOKNUM NOT = SPACES
               MOVE WS-PREV-BOOKNUM TO TDL-BOOKNUM
               PERFORM 0004-500-GET-TITLE
               IF WS-TITLE-SELECTED
                   PERFORM 0004-600-MOVE-MONTH
                       VARYING TX FROM 1 BY 1 UNTIL TX > 12
                   PERFORM 0004-700-SET-TREND
                   WRITE WS-TREND-RPT-LINE FROM TREND-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-TITLE-COUNT
               END-IF
           END-IF.

       0004-400-CLEAR-MONTHS.
           MOVE ZEROS TO WS-MONTH-NET(TX).

       0004-500-GET-TITLE.
           MOVE "S" TO WS-TITLE-SW.
           IF WS-BMF-STATUS-OK OR WS-BMF-STATUS = "23"
               MOVE WS-PREV-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY MOVE "TITULO NAO CADASTRADO"
                       TO TDL-TITLE
                       MOVE SPACES TO BMF-CATEGORIA
                   NOT INVALID KEY MOVE BMF-BOOKTITLE TO TDL-TITLE
               END-READ
           ELSE
               MOVE SPACES TO TDL-TITLE
               MOVE SPACES TO BMF-CATEGORIA
           END-IF.
           IF WS-CATEG-PARM NOT = SPACES
              AND BMF-CATEGORIA NOT = WS-CATEG-PARM
               MOVE "N" TO WS-TITLE-SW
           END-IF.

       0004-600-MOVE-MONTH.
