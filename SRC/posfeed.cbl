      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE PUBLISHERS AND THE NATIONAL
      *              BOOK-SALES PANEL WERE BEING SENT WEEKLY FIGURES
      *              TYPED INTO A SPREADSHEET FROM BSLIST.CSV, WHICH
      *              ONLY HOLDS THE TOP N. THIS STEP EXTRACTS EVERY
      *              TITLE WITH MOVEMENT IN A MONDAY-TO-SUNDAY WEEK
      *              FROM THE ACCEPTED SALES (BOOKSALES.EDT PLUS
      *              BSHIST.DAT), ONE LINE PER TITLE AND BRANCH WITH
      *              THE ISBN FROM THE CADASTRO, THE NET COPIES (SALES
      *              LESS RETURNS) AND THE NET VALUE AT THE PRICE IN
      *              FORCE ON EACH SALE DATE (PRICEHIST.DAT, FALLING
      *              BACK TO THE BOOK MASTER PRICE, AS REVEXT DOES).
      *              THE PANEL GETS POSPANEL-<WEEK END>.DAT WITH EVERY
      *              TITLE; EACH SUPPLIER ON THE BOOK MASTER GETS
      *              POSPUB-<SUPPLIER>-<WEEK END>.DAT WITH ITS OWN
      *              TITLES ONLY. BOTH USE ONE FIXED LAYOUT: "H"
      *              HEADER (WEEK, SENDER, RECIPIENT, CREATION DATE),
      *              "D" DETAIL LINES AND A "T" TRAILER WITH THE LINE
      *              COUNT, TOTAL COPIES AND TOTAL VALUE; SIGNED
      *              FIGURES CARRY A LEADING SEPARATE SIGN. THE WEEK
      *              IS THE ONE CONTAINING THE AAAAMMDD DATE GIVEN AS
      *              FIRST ARGUMENT, OR BY DEFAULT THE LAST COMPLETE
      *              WEEK BEFORE THE RUN DATE. EVERY FILE SENT IS
      *              REGISTERED IN POSREG.DAT, APPENDED ONLY AFTER ALL
      *              FILES ARE WRITTEN CLEANLY; A WEEK ALREADY IN THE
      *              REGISTER IS REFUSED WITHOUT WRITING ANYTHING AND
      *              THE RUN ENDS WITH RETURN-CODE 9, AS VENDAS_MES
      *              DOES FOR A DUPLICATE BATCH. THE LISTING GOES TO
      *              POSFEED.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSFEED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKSALESFILE ASSIGN TO DYNAMIC WS-PTH-BOOKSALES-EDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSF-STATUS.

           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-PTH-BSHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT CADASTROFILE ASSIGN TO DYNAMIC WS-PTH-CADASTRO-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-BOOKNUM
               FILE STATUS IS WS-CAD-STATUS.

           SELECT PRICEHISTFILE ASSIGN TO DYNAMIC WS-PTH-PRICEHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT POSREGFILE ASSIGN TO DYNAMIC WS-PTH-POSREG-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.

           SELECT PANELFILE ASSIGN TO DYNAMIC WS-PNL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNL-STATUS.

           SELECT PUBLISHERFILE ASSIGN TO DYNAMIC WS-PUB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUB-STATUS.

           SELECT POSSORTFILE ASSIGN TO DYNAMIC WS-PTH-POSFEED-SRT.

           SELECT POSFEEDREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-POSFEED-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKSALESFILE.
       01  BSF-RECORD.
           88 ENDOFBSF           VALUE HIGH-VALUES.
           02 BSF-BOOKNUM        PIC X(5).
           02 BSF-COPIES         PIC XX.
           02 BSF-SALESTATUS     PIC X.
           02 BSF-SALEDATE       PIC X(8).
           02 BSF-REGION         PIC X(3).

       FD  HISTORYFILE.
       01  HIST-RECORD.
           88 ENDOFHISTORY       VALUE HIGH-VALUES.
           02 HIST-YEARMONTH     PIC 9(6).
           02 HIST-SALE-IMAGE.
              03 HIST-BOOKNUM    PIC X(5).
              03 HIST-COPIES     PIC XX.
              03 HIST-SALESTATUS PIC X.
              03 HIST-SALEDATE   PIC X(8).
              03 HIST-REGION     PIC X(3).

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

       FD  CADASTROFILE.
       01  CAD-RECORD.
           05 CAD-BOOKNUM        PIC X(5).
           05 CAD-BOOKTITLE      PIC X(25).
           05 CAD-AUTHORNAME     PIC X(25).
           05 CAD-PRICE          PIC 9(5)V99.
           05 CAD-AUTHORID       PIC 9(5).
           05 CAD-SITUACAO       PIC X(1).
           05 CAD-FORNECEDOR     PIC X(5).
           05 CAD-CATEGORIA      PIC X(3).
           05 CAD-ISBN           PIC X(13).

       FD  PRICEHISTFILE.
       01  PHIST-RECORD.
           88 ENDOFPRICEHIST     VALUE HIGH-VALUES.
           05 PHIST-BOOKNUM      PIC X(5).
           05 PHIST-DATE         PIC 9(8).
           05 PHIST-PRICE        PIC 9(5)V99.

       FD  POSREGFILE.
       01  PREG-RECORD.
           88 ENDOFPOSREG        VALUE HIGH-VALUES.
           05 PREG-WEEK-END      PIC X(8).
           05 PREG-DESTINO       PIC X(8).
           05 PREG-RUN-DATE      PIC 9(8).
           05 PREG-COUNT         PIC 9(7).
           05 PREG-COPIES        PIC S9(9)
                                 SIGN IS LEADING SEPARATE.
           05 PREG-VALUE         PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

       FD  PANELFILE.
       01  PNL-RECORD            PIC X(80).

       FD  PUBLISHERFILE.
       01  PUB-RECORD            PIC X(80).

       SD  POSSORTFILE.
       01  PSR-SORTREC.
           88 ENDOFPOSSORT       VALUE HIGH-VALUES.
           02 PSR-FORNECEDOR     PIC X(5).
           02 PSR-BOOKNUM        PIC X(5).
           02 PSR-REGION         PIC X(3).
           02 PSR-ISBN           PIC X(13).
           02 PSR-COPIES         PIC S9(5).
           02 PSR-VALUE          PIC S9(9)V99.

       FD  POSFEEDREPORTFILE.
       01  WS-POSFEED-RPT-LINE   PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BOOKSALES-EDT PIC X(44)
           VALUE "ASSETS/BOOKSALES.EDT".
       77  WS-PTH-BSHIST-DAT PIC X(44)
           VALUE "ASSETS/BSHIST.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-CADASTRO-DAT PIC X(44)
           VALUE "ASSETS/CADASTRO.DAT".
       77  WS-PTH-PRICEHIST-DAT PIC X(44)
           VALUE "ASSETS/PRICEHIST.DAT".
       77  WS-PTH-POSREG-DAT PIC X(44)
           VALUE "ASSETS/POSREG.DAT".
       77  WS-PTH-PREFIX PIC X(44)
           VALUE "ASSETS/".
       77  WS-PTH-POSFEED-SRT PIC X(44)
           VALUE "ASSETS/POSFEED.SRT".
       77  WS-PTH-POSFEED-RPT PIC X(44)
           VALUE "ASSETS/POSFEED.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-POSFEED-RPT-LEN    PIC 9(03) VALUE 90.
       77  WS-BSF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BSF-STATUS-OK   VALUE "00".
           88 WS-BSF-NOT-FOUND   VALUE "35".
       77  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK  VALUE "00".
           88 WS-HIST-NOT-FOUND  VALUE "35".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-CAD-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CAD-STATUS-OK   VALUE "00".
       77  WS-PHIST-STATUS       PIC X(02) VALUE SPACES.
           88 WS-PHIST-STATUS-OK VALUE "00".
       77  WS-PREG-STATUS        PIC X(02) VALUE SPACES.
           88 WS-PREG-STATUS-OK  VALUE "00".
       77  WS-PNL-STATUS         PIC X(02) VALUE SPACES.
           88 WS-PNL-STATUS-OK   VALUE "00".
       77  WS-PUB-STATUS         PIC X(02) VALUE SPACES.
           88 WS-PUB-STATUS-OK   VALUE "00".
       77  WS-PNL-NAME           PIC X(44) VALUE SPACES.
       77  WS-PUB-NAME           PIC X(44) VALUE SPACES.
       77  WS-PNL-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-PNL-OPENED      VALUE "Y".
       77  WS-PUB-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-PUB-OPENED      VALUE "Y".
       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".
       77  WS-CAD-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CAD-OPENED      VALUE "Y".
       77  WS-DUP-SW             PIC X(01) VALUE "N".
           88 WS-DUP-WEEK        VALUE "Y".
       77  WS-PARM-SW            PIC X(01) VALUE "N".
           88 WS-PARM-ERROR      VALUE "Y".
       77  WS-FIRST-GROUP-SW     PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP     VALUE "Y".

       77  WS-DATE-PARM          PIC X(08) VALUE SPACES.
       77  WS-DATE-VALID         PIC X(01) VALUE SPACES.
       77  WS-WEEK-START         PIC 9(8) VALUE ZEROS.
       77  WS-WEEK-END           PIC 9(8) VALUE ZEROS.
       77  WS-WEEK-END-X REDEFINES WS-WEEK-END
                                 PIC X(8).
       77  WS-DUP-RUN-DATE       PIC 9(8) VALUE ZEROS.
       77  WS-DOW                PIC 9(1) VALUE ZEROS.
       77  WS-QUOCIENTE          PIC 9(7) VALUE ZEROS.
       77  WS-DAY-COUNT          PIC 9(2) VALUE ZEROS.

       77  WS-SALE-BOOKNUM       PIC X(5) VALUE SPACES.
       77  WS-SALE-COPIES-X      PIC X(2) VALUE SPACES.
       77  WS-SALE-COPIES REDEFINES WS-SALE-COPIES-X
                                 PIC 9(2).
       77  WS-SALE-STATUS        PIC X(1) VALUE SPACES.
           88 WS-SALE-NORMAL     VALUE "N".
           88 WS-SALE-RETURN     VALUE "R".
       77  WS-SALE-DATE-X        PIC X(8) VALUE SPACES.
       77  WS-SALE-DATE REDEFINES WS-SALE-DATE-X
                                 PIC 9(8).
       77  WS-SALE-REGION        PIC X(3) VALUE SPACES.
       77  WS-EFFECTIVE-PRICE    PIC 9(5)V99 VALUE ZEROS.
       77  WS-BEST-PHIST-DATE    PIC 9(8) VALUE ZEROS.

       77  WS-PREV-FORNECEDOR    PIC X(5) VALUE SPACES.
       77  WS-PREV-BOOKNUM       PIC X(5) VALUE SPACES.
       77  WS-PREV-REGION        PIC X(3) VALUE SPACES.
       77  WS-PREV-ISBN          PIC X(13) VALUE SPACES.
       77  WS-GRP-COPIES         PIC S9(7) VALUE ZEROS.
       77  WS-GRP-VALUE          PIC S9(9)V99 VALUE ZEROS.
       77  WS-PNL-COUNT          PIC 9(7) VALUE ZEROS.
       77  WS-PNL-COPIES         PIC S9(9) VALUE ZEROS.
       77  WS-PNL-VALUE          PIC S9(11)V99 VALUE ZEROS.
       77  WS-PUB-COUNT          PIC 9(7) VALUE ZEROS.
       77  WS-PUB-COPIES         PIC S9(9) VALUE ZEROS.
       77  WS-PUB-VALUE          PIC S9(11)V99 VALUE ZEROS.

       77  WS-SALES-COUNT        PIC 9(7) VALUE ZEROS.
       77  WS-UNPRICED-COUNT     PIC 9(7) VALUE ZEROS.
       77  WS-SEM-ISBN-COUNT     PIC 9(7) VALUE ZEROS.
       77  WS-SEM-FORN-COUNT     PIC 9(7) VALUE ZEROS.
       77  WS-PUB-FILES-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-LST-DESTINO        PIC X(8) VALUE SPACES.
       77  WS-LST-ARQUIVO        PIC X(44) VALUE SPACES.
       77  WS-LST-COUNT          PIC 9(7) VALUE ZEROS.
       77  WS-LST-COPIES         PIC S9(9) VALUE ZEROS.
       77  WS-LST-VALUE          PIC S9(11)V99 VALUE ZEROS.

       01  WS-ENVIO-TABLE.
           05 WS-ENVIO-ENTRY OCCURS 200 TIMES.
              10 WS-EV-DESTINO   PIC X(8).
              10 WS-EV-COUNT     PIC 9(7).
              10 WS-EV-COPIES    PIC S9(9).
              10 WS-EV-VALUE     PIC S9(11)V99.
       01  WS-ENVIO-COUNT        PIC 9(3) VALUE ZEROS.
       01  EX                    PIC 9(3).

       01  WS-POS-RECORD.
           05 POS-TYPE           PIC X(01).
           05 POS-DATA           PIC X(79).
           05 POS-HDR REDEFINES POS-DATA.
              10 POH-WEEK-START  PIC 9(08).
              10 POH-WEEK-END    PIC 9(08).
              10 POH-SENDER      PIC X(08).
              10 POH-RECIPIENT   PIC X(08).
              10 POH-CREATED     PIC 9(08).
              10 FILLER          PIC X(39).
           05 POS-DET REDEFINES POS-DATA.
              10 POD-ISBN        PIC X(13).
              10 POD-BOOKNUM     PIC X(05).
              10 POD-BRANCH      PIC X(03).
              10 POD-COPIES      PIC S9(07)
                                 SIGN IS LEADING SEPARATE.
              10 POD-VALUE       PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE.
              10 FILLER          PIC X(38).
           05 POS-TRL REDEFINES POS-DATA.
              10 POT-COUNT       PIC 9(07).
              10 POT-COPIES      PIC S9(09)
                                 SIGN IS LEADING SEPARATE.
              10 POT-VALUE       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
              10 FILLER          PIC X(48).

       01  WS-DATE-WORK.
           05 WS-DW-ANO          PIC 9(4).
           05 WS-DW-MES          PIC 9(2).
           05 WS-DW-DIA          PIC 9(2).
       01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).

       01  WS-DIAS-MES-TABLE.
           05 FILLER             PIC X(24)
              VALUE "312831303130313130313031".
       01  WS-DIAS-MES REDEFINES WS-DIAS-MES-TABLE.
           05 WS-DIAS-DO-MES     PIC 99 OCCURS 12 TIMES.
       77  WS-MAX-DIA            PIC 9(2) VALUE ZEROS.
       77  WS-LEAP-RESTO         PIC 9(4) VALUE ZEROS.
       77  WS-LEAP-QUOC          PIC 9(4) VALUE ZEROS.

       77  WS-SERIAL-WORK        PIC 9(7) VALUE ZEROS.
       77  WS-SER-AUX            PIC 9(7) VALUE ZEROS.
       77  WS-SER-ANO-BASE       PIC 9(4) VALUE ZEROS.
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

       01  POSFEED-WEEK-LINE.
           05 FILLER             PIC X(20) VALUE "SEMANA DE VENDAS:   ".
           05 PFW-INICIO         PIC 9(8).
           05 FILLER             PIC X(03) VALUE " A ".
           05 PFW-FIM            PIC 9(8).

       01  POSFEED-FILE-HEADING.
           05 FILLER             PIC X(10) VALUE "DESTINO   ".
           05 FILLER             PIC X(44) VALUE "ARQUIVO".
           05 FILLER             PIC X(07) VALUE " LINHAS".
           05 FILLER             PIC X(10) VALUE "    COPIAS".
           05 FILLER             PIC X(15) VALUE "          VALOR".

       01  POSFEED-FILE-LINE.
           05 PFL-DESTINO        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PFL-ARQUIVO        PIC X(44).
           05 PFL-COUNT          PIC Z(6)9.
           05 PFL-COPIES         PIC -(9)9.
           05 PFL-VALUE          PIC -(11)9,99.

       01  POSFEED-EXCP-LINE.
           05 FILLER             PIC X(06) VALUE "LIVRO ".
           05 PFE-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(03) VALUE " - ".
           05 PFE-TEXT           PIC X(40).

       01  POSFEED-DUP-LINE.
           05 FILLER             PIC X(30)
              VALUE "SEMANA JA TRANSMITIDA EM      ".
           05 PFD-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(30)
              VALUE " - NENHUM ARQUIVO GERADO".

       01  POSFEED-TOTAL-LINE.
           05 PFT-LABEL          PIC X(30).
           05 PFT-COUNT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF NOT WS-DUP-WEEK AND NOT WS-PARM-ERROR
               SORT POSSORTFILE ON ASCENDING KEY PSR-FORNECEDOR
                                                PSR-BOOKNUM
                                                PSR-REGION
                   INPUT PROCEDURE IS 0003-SELECT-SALES
                   OUTPUT PROCEDURE IS 0004-WRITE-FEED
           END-IF.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "POSFEED" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "POSFEED" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           OPEN OUTPUT POSFEEDREPORTFILE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "VENDAS SEMANAIS PARA EDITORAS E PAINEL DE MERCADO"
               TO RPT-BH-TITLE.
           WRITE WS-POSFEED-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-POSFEED-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-POSFEED-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-100-SET-WEEK.
           IF WS-PARM-ERROR
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-WEEK-START TO PFW-INICIO
               MOVE WS-WEEK-END TO PFW-FIM
               WRITE WS-POSFEED-RPT-LINE FROM POSFEED-WEEK-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 0002-200-CHECK-REGISTER
               IF WS-DUP-WEEK
                   DISPLAY 'SEMANA ' WS-WEEK-END
                       ' JA TRANSMITIDA EM ' WS-DUP-RUN-DATE
                       ' - ENVIO RECUSADO'
                   MOVE WS-DUP-RUN-DATE TO PFD-RUN-DATE
                   WRITE WS-POSFEED-RPT-LINE FROM POSFEED-DUP-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE 9 TO RETURN-CODE
               ELSE
                   PERFORM 0002-300-OPEN-MASTERS
               END-IF
           END-IF.

       0002-100-SET-WEEK.
           MOVE SPACES TO WS-DATE-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-DATE-PARM
           END-ACCEPT.
           IF WS-DATE-PARM = SPACES
               MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK-N
               PERFORM 0008-100-PREVIOUS-DAY 7 TIMES
           ELSE
               CALL "DATEVALID" USING WS-DATE-PARM WS-DATE-VALID
               IF WS-DATE-VALID = "Y"
                   MOVE WS-DATE-PARM TO WS-DATE-WORK
               ELSE
                   DISPLAY 'PARAMETRO DE DATA INVALIDO: '
                       WS-DATE-PARM
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF.
           IF NOT WS-PARM-ERROR
               PERFORM 0002-150-GET-DOW
               PERFORM UNTIL WS-DOW = 2
                   PERFORM 0008-100-PREVIOUS-DAY
                   PERFORM 0002-150-GET-DOW
               END-PERFORM
               MOVE WS-DATE-WORK-N TO WS-WEEK-START
               PERFORM 0008-200-NEXT-DAY 6 TIMES
               MOVE WS-DATE-WORK-N TO WS-WEEK-END
           END-IF.

       0002-150-GET-DOW.
           MOVE WS-DATE-WORK-N TO WS-SERIAL-DATE-N.
           PERFORM 0008-DATE-TO-SERIAL.
           DIVIDE WS-SERIAL-WORK BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DOW.

       0002-200-CHECK-REGISTER.
           MOVE "N" TO WS-DUP-SW.
           OPEN INPUT POSREGFILE.
           IF WS-PREG-STATUS-OK
               READ POSREGFILE
                   AT END SET ENDOFPOSREG TO TRUE
               END-READ
               PERFORM UNTIL ENDOFPOSREG
                   IF PREG-WEEK-END = WS-WEEK-END-X
                       SET WS-DUP-WEEK TO TRUE
                       MOVE PREG-RUN-DATE TO WS-DUP-RUN-DATE
                   END-IF
                   READ POSREGFILE
                       AT END SET ENDOFPOSREG TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSREGFILE
           END-IF.

       0002-300-OPEN-MASTERS.
           OPEN INPUT BOOKMASTERFILE.
           IF WS-BMF-STATUS-OK
               SET WS-BMF-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: BOOKMASTERFILE INDISPONIVEL - STATUS '
                   WS-BMF-STATUS
           END-IF.
           OPEN INPUT CADASTROFILE.
           IF WS-CAD-STATUS-OK
               SET WS-CAD-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: CADASTRO.DAT INDISPONIVEL - STATUS '
                   WS-CAD-STATUS
           END-IF.

       0003-SELECT-SALES.
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               READ HISTORYFILE
                   AT END SET ENDOFHISTORY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFHISTORY
                   PERFORM 0003-300-RELEASE-HISTORY
                   READ HISTORYFILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           ELSE
               IF NOT WS-HIST-NOT-FOUND
                   DISPLAY 'ERRO AO ABRIR BSHIST.DAT - STATUS '
                       WS-HIST-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN INPUT BOOKSALESFILE.
           IF WS-BSF-STATUS-OK
               READ BOOKSALESFILE
                   AT END SET ENDOFBSF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFBSF
                   PERFORM 0003-400-RELEASE-LIVE
                   READ BOOKSALESFILE
                       AT END SET ENDOFBSF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BOOKSALESFILE
           ELSE
               IF NOT WS-BSF-NOT-FOUND
                   DISPLAY 'ERRO AO ABRIR BOOKSALES.EDT - STATUS '
                       WS-BSF-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       0003-300-RELEASE-HISTORY.
           MOVE HIST-BOOKNUM TO WS-SALE-BOOKNUM.
           MOVE HIST-COPIES TO WS-SALE-COPIES-X.
           MOVE HIST-SALESTATUS TO WS-SALE-STATUS.
           MOVE HIST-SALEDATE TO WS-SALE-DATE-X.
           MOVE HIST-REGION TO WS-SALE-REGION.
           PERFORM 0003-500-RELEASE-COMMON.

       0003-400-RELEASE-LIVE.
           MOVE BSF-BOOKNUM TO WS-SALE-BOOKNUM.
           MOVE BSF-COPIES TO WS-SALE-COPIES-X.
           MOVE BSF-SALESTATUS TO WS-SALE-STATUS.
           MOVE BSF-SALEDATE TO WS-SALE-DATE-X.
           MOVE BSF-REGION TO WS-SALE-REGION.
           PERFORM 0003-500-RELEASE-COMMON.

       0003-500-RELEASE-COMMON.
           IF WS-SALE-DATE-X IS NUMERIC
              AND WS-SALE-COPIES-X IS NUMERIC
              AND (WS-SALE-NORMAL OR WS-SALE-RETURN)
              AND WS-SALE-DATE NOT < WS-WEEK-START
              AND WS-SALE-DATE NOT > WS-WEEK-END
               ADD 1 TO WS-SALES-COUNT
               MOVE WS-SALE-BOOKNUM TO PSR-BOOKNUM
               MOVE WS-SALE-REGION TO PSR-REGION
               MOVE SPACES TO PSR-FORNECEDOR PSR-ISBN
               MOVE ZEROS TO BMF-PRICE
               IF WS-BMF-OPENED
                   MOVE WS-SALE-BOOKNUM TO BMF-BOOKNUM
                   READ BOOKMASTERFILE
                       INVALID KEY MOVE ZEROS TO BMF-PRICE
                       NOT INVALID KEY
                           MOVE BMF-FORNECEDOR TO PSR-FORNECEDOR
                   END-READ
               END-IF
               IF WS-CAD-OPENED
                   MOVE WS-SALE-BOOKNUM TO CAD-BOOKNUM
                   READ CADASTROFILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE CAD-ISBN TO PSR-ISBN
                   END-READ
               END-IF
               PERFORM 0003-600-FIND-EFFECTIVE-PRICE
               IF WS-EFFECTIVE-PRICE = ZEROS
                   MOVE WS-SALE-BOOKNUM TO PFE-BOOKNUM
                   MOVE "SEM PRECO NA DATA DA VENDA - VALOR ZERO"
                       TO PFE-TEXT
                   WRITE WS-POSFEED-RPT-LINE FROM POSFEED-EXCP-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
               IF WS-SALE-RETURN
                   COMPUTE PSR-COPIES = ZERO - WS-SALE-COPIES
                   COMPUTE PSR-VALUE =
                       ZERO - (WS-EFFECTIVE-PRICE * WS-SALE-COPIES)
               ELSE
                   MOVE WS-SALE-COPIES TO PSR-COPIES
                   COMPUTE PSR-VALUE =
                       WS-EFFECTIVE-PRICE * WS-SALE-COPIES
               END-IF
               RELEASE PSR-SORTREC
           END-IF.

       0003-600-FIND-EFFECTIVE-PRICE.
           MOVE BMF-PRICE TO WS-EFFECTIVE-PRICE.
           MOVE ZEROS TO WS-BEST-PHIST-DATE.
           OPEN INPUT PRICEHISTFILE.
           IF WS-PHIST-STATUS-OK
               READ PRICEHISTFILE
                   AT END SET ENDOFPRICEHIST TO TRUE
               END-READ
               PERFORM UNTIL ENDOFPRICEHIST
                   IF PHIST-BOOKNUM = WS-SALE-BOOKNUM
                      AND PHIST-DATE NOT > WS-SALE-DATE
                      AND PHIST-DATE NOT < WS-BEST-PHIST-DATE
                       MOVE PHIST-DATE TO WS-BEST-PHIST-DATE
                       MOVE PHIST-PRICE TO WS-EFFECTIVE-PRICE
                   END-IF
                   READ PRICEHISTFILE
                       AT END SET ENDOFPRICEHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRICEHISTFILE
           END-IF.

       0004-WRITE-FEED.
           WRITE WS-POSFEED-RPT-LINE FROM POSFEED-FILE-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 0004-100-OPEN-PANEL.
           RETURN POSSORTFILE
               AT END SET ENDOFPOSSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFPOSSORT
               IF WS-FIRST-GROUP
                  OR PSR-FORNECEDOR NOT = WS-PREV-FORNECEDOR
                   PERFORM 0004-500-WRITE-GROUP
                   PERFORM 0004-300-CLOSE-PUBLISHER
                   PERFORM 0004-400-OPEN-PUBLISHER
               ELSE
                   IF PSR-BOOKNUM NOT = WS-PREV-BOOKNUM
                      OR PSR-REGION NOT = WS-PREV-REGION
                       PERFORM 0004-500-WRITE-GROUP
                   END-IF
               END-IF
               IF WS-FIRST-GROUP
                  OR PSR-BOOKNUM NOT = WS-PREV-BOOKNUM
                  OR PSR-REGION NOT = WS-PREV-REGION
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   MOVE PSR-BOOKNUM TO WS-PREV-BOOKNUM
                   MOVE PSR-REGION TO WS-PREV-REGION
                   MOVE PSR-ISBN TO WS-PREV-ISBN
                   MOVE ZEROS TO WS-GRP-COPIES WS-GRP-VALUE
               END-IF
               ADD PSR-COPIES TO WS-GRP-COPIES
               ADD PSR-VALUE TO WS-GRP-VALUE
               RETURN POSSORTFILE
                   AT END SET ENDOFPOSSORT TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM 0004-500-WRITE-GROUP.
           PERFORM 0004-300-CLOSE-PUBLISHER.
           PERFORM 0004-200-CLOSE-PANEL.

       0004-100-OPEN-PANEL.
           MOVE SPACES TO WS-PNL-NAME.
           STRING WS-PTH-PREFIX DELIMITED BY SPACE
                  "POSPANEL-" DELIMITED BY SIZE
                  WS-WEEK-END DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-PNL-NAME
           END-STRING.
           OPEN OUTPUT PANELFILE.
           IF WS-PNL-STATUS-OK
               SET WS-PNL-OPENED TO TRUE
               MOVE ZEROS TO WS-PNL-COUNT WS-PNL-COPIES WS-PNL-VALUE
               MOVE "PAINEL" TO POH-RECIPIENT
               PERFORM 0004-150-BUILD-HEADER
               WRITE PNL-RECORD FROM WS-POS-RECORD
           ELSE
               DISPLAY 'ERRO AO CRIAR ' WS-PNL-NAME
                   ' - STATUS ' WS-PNL-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.

       0004-150-BUILD-HEADER.
           MOVE "H" TO POS-TYPE.
           MOVE SPACES TO POS-DATA.
           MOVE WS-WEEK-START TO POH-WEEK-START.
           MOVE WS-WEEK-END TO POH-WEEK-END.
           MOVE "POSFEED" TO POH-SENDER.
           MOVE WS-RUN-DATE-NUM TO POH-CREATED.

       0004-200-CLOSE-PANEL.
           IF WS-PNL-OPENED
               MOVE SPACES TO WS-POS-RECORD
               MOVE "T" TO POS-TYPE
               MOVE WS-PNL-COUNT TO POT-COUNT
               MOVE WS-PNL-COPIES TO POT-COPIES
               MOVE WS-PNL-VALUE TO POT-VALUE
               WRITE PNL-RECORD FROM WS-POS-RECORD
               CLOSE PANELFILE
               MOVE "N" TO WS-PNL-OPEN-SW
               MOVE "PAINEL" TO WS-LST-DESTINO
               MOVE WS-PNL-NAME TO WS-LST-ARQUIVO
               MOVE WS-PNL-COUNT TO WS-LST-COUNT
               MOVE WS-PNL-COPIES TO WS-LST-COPIES
               MOVE WS-PNL-VALUE TO WS-LST-VALUE
               PERFORM 0004-800-LIST-FILE
           END-IF.

       0004-300-CLOSE-PUBLISHER.
           IF WS-PUB-OPENED
               MOVE SPACES TO WS-POS-RECORD
               MOVE "T" TO POS-TYPE
               MOVE WS-PUB-COUNT TO POT-COUNT
               MOVE WS-PUB-COPIES TO POT-COPIES
               MOVE WS-PUB-VALUE TO POT-VALUE
               WRITE PUB-RECORD FROM WS-POS-RECORD
               CLOSE PUBLISHERFILE
               MOVE "N" TO WS-PUB-OPEN-SW
               ADD 1 TO WS-PUB-FILES-COUNT
               MOVE WS-PREV-FORNECEDOR TO WS-LST-DESTINO
               MOVE WS-PUB-NAME TO WS-LST-ARQUIVO
               MOVE WS-PUB-COUNT TO WS-LST-COUNT
               MOVE WS-PUB-COPIES TO WS-LST-COPIES
               MOVE WS-PUB-VALUE TO WS-LST-VALUE
               PERFORM 0004-800-LIST-FILE
           END-IF.

       0004-400-OPEN-PUBLISHER.
           MOVE PSR-FORNECEDOR TO WS-PREV-FORNECEDOR.
           IF PSR-FORNECEDOR NOT = SPACES
               MOVE SPACES TO WS-PUB-NAME
               STRING WS-PTH-PREFIX DELIMITED BY SPACE
                      "POSPUB-" DELIMITED BY SIZE
                      PSR-FORNECEDOR DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-WEEK-END DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                   INTO WS-PUB-NAME
               END-STRING
               OPEN OUTPUT PUBLISHERFILE
               IF WS-PUB-STATUS-OK
                   SET WS-PUB-OPENED TO TRUE
                   MOVE ZEROS TO WS-PUB-COUNT WS-PUB-COPIES
                   MOVE ZEROS TO WS-PUB-VALUE
                   MOVE PSR-FORNECEDOR TO POH-RECIPIENT
                   PERFORM 0004-150-BUILD-HEADER
                   WRITE PUB-RECORD FROM WS-POS-RECORD
               ELSE
                   DISPLAY 'ERRO AO CRIAR ' WS-PUB-NAME
                       ' - STATUS ' WS-PUB-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       0004-500-WRITE-GROUP.
           IF NOT WS-FIRST-GROUP
               MOVE SPACES TO WS-POS-RECORD
               MOVE "D" TO POS-TYPE
               MOVE WS-PREV-ISBN TO POD-ISBN
               MOVE WS-PREV-BOOKNUM TO POD-BOOKNUM
               MOVE WS-PREV-REGION TO POD-BRANCH
               MOVE WS-GRP-COPIES TO POD-COPIES
               MOVE WS-GRP-VALUE TO POD-VALUE
               IF WS-PREV-ISBN = SPACES
                   ADD 1 TO WS-SEM-ISBN-COUNT
                   MOVE WS-PREV-BOOKNUM TO PFE-BOOKNUM
                   MOVE "SEM ISBN NO CADASTRO - ENVIADO SEM ISBN"
                       TO PFE-TEXT
                   WRITE WS-POSFEED-RPT-LINE FROM POSFEED-EXCP-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               IF WS-PNL-OPENED
                   WRITE PNL-RECORD FROM WS-POS-RECORD
                   ADD 1 TO WS-PNL-COUNT
                   ADD WS-GRP-COPIES TO WS-PNL-COPIES
                   ADD WS-GRP-VALUE TO WS-PNL-VALUE
               END-IF
               IF WS-PUB-OPENED
                   WRITE PUB-RECORD FROM WS-POS-RECORD
                   ADD 1 TO WS-PUB-COUNT
                   ADD WS-GRP-COPIES TO WS-PUB-COPIES
                   ADD WS-GRP-VALUE TO WS-PUB-VALUE
               END-IF
               IF WS-PREV-FORNECEDOR = SPACES
                   ADD 1 TO WS-SEM-FORN-COUNT
               END-IF
           END-IF.

       0004-800-LIST-FILE.
           MOVE WS-LST-DESTINO TO PFL-DESTINO.
           MOVE WS-LST-ARQUIVO TO PFL-ARQUIVO.
           MOVE WS-LST-COUNT TO PFL-COUNT.
           MOVE WS-LST-COPIES TO PFL-COPIES.
           MOVE WS-LST-VALUE TO PFL-VALUE.
           MOVE POSFEED-FILE-LINE TO WS-POSFEED-RPT-LINE.
           CALL "DECFMT" USING WS-POSFEED-RPT-LINE, WS-POSFEED-RPT-LEN.
           WRITE WS-POSFEED-RPT-LINE AFTER ADVANCING 1 LINE.
           IF WS-ENVIO-COUNT < 200
               ADD 1 TO WS-ENVIO-COUNT
               MOVE WS-LST-DESTINO TO WS-EV-DESTINO(WS-ENVIO-COUNT)
               MOVE WS-LST-COUNT TO WS-EV-COUNT(WS-ENVIO-COUNT)
               MOVE WS-LST-COPIES TO WS-EV-COPIES(WS-ENVIO-COUNT)
               MOVE WS-LST-VALUE TO WS-EV-VALUE(WS-ENVIO-COUNT)
           ELSE
               DISPLAY 'LIMITE DE 200 ARQUIVOS NO REGISTRO DA SEMANA'
           END-IF.

       0005-FINALIZE.
           MOVE "VENDAS NA SEMANA:" TO PFT-LABEL.
           MOVE WS-SALES-COUNT TO PFT-COUNT.
           WRITE WS-POSFEED-RPT-LINE FROM POSFEED-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "LINHAS ENVIADAS AO PAINEL:" TO PFT-LABEL.
           MOVE WS-PNL-COUNT TO PFT-COUNT.
           WRITE WS-POSFEED-RPT-LINE FROM POSFEED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ARQUIVOS POR EDITORA:" TO PFT-LABEL.
           MOVE WS-PUB-FILES-COUNT TO PFT-COUNT.
           WRITE WS-POSFEED-RPT-LINE FROM POSFEED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LINHAS SEM ISBN:" TO PFT-LABEL.
           MOVE WS-SEM-ISBN-COUNT TO PFT-COUNT.
           WRITE WS-POSFEED-RPT-LINE FROM POSFEED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LINHAS SEM FORNECEDOR:" TO PFT-LABEL.
           MOVE WS-SEM-FORN-COUNT TO PFT-COUNT.
           WRITE WS-POSFEED-RPT-LINE FROM POSFEED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "VENDAS SEM PRECO:" TO PFT-LABEL.
           MOVE WS-UNPRICED-COUNT TO PFT-COUNT.
           WRITE WS-POSFEED-RPT-LINE FROM POSFEED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-POSFEED-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE POSFEEDREPORTFILE.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           IF WS-CAD-OPENED
               CLOSE CADASTROFILE
           END-IF.
           IF RETURN-CODE = ZERO
              AND WS-ENVIO-COUNT > ZEROS
               PERFORM 0005-400-REGISTER-WEEK
           END-IF.
           DISPLAY 'EXTRACAO SEMANAL DE VENDAS CONCLUIDA'.

       0005-400-REGISTER-WEEK.
           OPEN EXTEND POSREGFILE.
           IF NOT WS-PREG-STATUS-OK
               OPEN OUTPUT POSREGFILE
           END-IF.
           IF WS-PREG-STATUS-OK
               PERFORM 0005-500-WRITE-REGISTER
                   VARYING EX FROM 1 BY 1 UNTIL EX > WS-ENVIO-COUNT
               CLOSE POSREGFILE
           ELSE
               DISPLAY 'ERRO AO GRAVAR POSREG.DAT - STATUS '
                   WS-PREG-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.

       0005-500-WRITE-REGISTER.
           MOVE WS-WEEK-END-X TO PREG-WEEK-END.
           MOVE WS-EV-DESTINO(EX) TO PREG-DESTINO.
           MOVE WS-RUN-DATE-NUM TO PREG-RUN-DATE.
           MOVE WS-EV-COUNT(EX) TO PREG-COUNT.
           MOVE WS-EV-COPIES(EX) TO PREG-COPIES.
           MOVE WS-EV-VALUE(EX) TO PREG-VALUE.
           WRITE PREG-RECORD.

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

       0008-100-PREVIOUS-DAY.
           IF WS-DW-DIA > 1
               SUBTRACT 1 FROM WS-DW-DIA
           ELSE
               IF WS-DW-MES > 1
                   SUBTRACT 1 FROM WS-DW-MES
               ELSE
                   MOVE 12 TO WS-DW-MES
                   SUBTRACT 1 FROM WS-DW-ANO
               END-IF
               PERFORM 0008-300-MONTH-LENGTH
               MOVE WS-MAX-DIA TO WS-DW-DIA
           END-IF.

       0008-200-NEXT-DAY.
           PERFORM 0008-300-MONTH-LENGTH.
           IF WS-DW-DIA < WS-MAX-DIA
               ADD 1 TO WS-DW-DIA
           ELSE
               MOVE 1 TO WS-DW-DIA
               IF WS-DW-MES < 12
                   ADD 1 TO WS-DW-MES
               ELSE
                   MOVE 1 TO WS-DW-MES
                   ADD 1 TO WS-DW-ANO
               END-IF
           END-IF.

       0008-300-MONTH-LENGTH.
           MOVE WS-DIAS-DO-MES(WS-DW-MES) TO WS-MAX-DIA.
           IF WS-DW-MES = 2
               DIVIDE WS-DW-ANO BY 4 GIVING WS-LEAP-QUOC
                   REMAINDER WS-LEAP-RESTO
               IF WS-LEAP-RESTO = ZEROS
                   MOVE 29 TO WS-MAX-DIA
                   DIVIDE WS-DW-ANO BY 100 GIVING WS-LEAP-QUOC
                       REMAINDER WS-LEAP-RESTO
                   IF WS-LEAP-RESTO = ZEROS
                       MOVE 28 TO WS-MAX-DIA
                       DIVIDE WS-DW-ANO BY 400 GIVING WS-LEAP-QUOC
                           REMAINDER WS-LEAP-RESTO
                       IF WS-LEAP-RESTO = ZEROS
                           MOVE 29 TO WS-MAX-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-EDT.
           CALL "DATADIR" USING WS-PTH-BSHIST-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-CADASTRO-DAT.
           CALL "DATADIR" USING WS-PTH-PRICEHIST-DAT.
           CALL "DATADIR" USING WS-PTH-POSREG-DAT.
           CALL "DATADIR" USING WS-PTH-PREFIX.
           CALL "DATADIR" USING WS-PTH-POSFEED-SRT.
           CALL "DATADIR" USING WS-PTH-POSFEED-RPT.

       END PROGRAM POSFEED.
