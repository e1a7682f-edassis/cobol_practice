      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. TITLES LISTED ON DEADSTOCK.RPT WERE
      *              SENT BACK TO THE PUBLISHER AFTER A PHONE CALL AND
      *              A HAND-EDIT OF BOOKINV.DAT, AND NOBODY KEPT TRACK
      *              OF THE CREDIT NOTE THAT WAS DUE IN RETURN. THIS
      *              STEP POSTS THE RETURN AUTHORISATIONS IN
      *              DEVOLTRANS.DAT (AUTHORISATION NUMBER, SUPPLIER,
      *              BOOK, BRANCH - BLANK IS THE MATRIZ "MTZ" -,
      *              QUANTITY, DATE): THE COPIES LEAVE THE BRANCH'S
      *              ON-HAND, EVERY MOVEMENT IS APPENDED TO THE AUDIT
      *              TRAIL DEVOLADJ.DAT WITH THE BEFORE AND AFTER
      *              BALANCES, AND THE CREDIT NOTE WE EXPECT FROM THE
      *              PUBLISHER IS RECORDED ON DEVOLNC.DAT, VALUED AT
      *              THE MOVING-AVERAGE COST ON CUSTOMF.DAT (LAST COST
      *              WHEN THERE IS NO AVERAGE YET). A RETURN FOR AN
      *              UNKNOWN SUPPLIER OR BOOK, FROM A BRANCH WITHOUT
      *              ENOUGH COPIES, OR ALREADY POSTED UNDER THE SAME
      *              AUTHORISATION IS REFUSED AND LISTED ON
      *              DEVOLPOST.RPT. THE POSTED LINES ARE PRINTED AS A
      *              RETURN PACKING LIST, ONE PAGE PER SUPPLIER AND
      *              AUTHORISATION, ON DEVOLPACK.RPT TO GO IN THE BOX.
      *              CREDIT NOTES RECEIVED FROM THE PUBLISHERS ARE KEYED
      *              ON NCRECEB.DAT (SUPPLIER, AUTHORISATION, NOTE
      *              NUMBER, VALUE, DATE) AND CLOSE EVERY PENDING LINE
      *              OF THAT AUTHORISATION; A NOTE WHOSE VALUE DIFFERS
      *              FROM WHAT WAS EXPECTED IS FLAGGED DIVERGENTE. A
      *              CLEAN RUN REWRITES BOTH TRANSACTION FILES EMPTY SO
      *              NOTHING POSTS TWICE; A MISSING FILE MEANS NOTHING
      *              TO POST TODAY.
      * 15/10/2026 - EVERY STOCK CHANGE IS NOW JOURNALED (BEFORE AND
      *              AFTER IMAGE, THROUGH INVJRNL) SO A BOOKINV.DAT
      *              RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY
      *              INVRECOV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLPOST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLTRANSFILE ASSIGN TO DYNAMIC
               WS-PTH-DEVOLTRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEV-STATUS.

           SELECT NCRECEBFILE ASSIGN TO DYNAMIC WS-PTH-NCRECEB-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCR-STATUS.

           SELECT BOOKINVENTORYFILE ASSIGN TO DYNAMIC
               WS-PTH-BOOKINV-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIF-KEY
               FILE STATUS IS WS-BIF-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT COSTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BOOKNUM
               FILE STATUS IS WS-CST-STATUS.

           SELECT FORNECMFFILE ASSIGN TO DYNAMIC WS-PTH-FORNECMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORN-STATUS.

           SELECT DEVOLNCFILE ASSIGN TO DYNAMIC WS-PTH-DEVOLNC-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DNC-CHAVE
               FILE STATUS IS WS-DNC-STATUS.

           SELECT DEVOLADJFILE ASSIGN TO DYNAMIC WS-PTH-DEVOLADJ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT PACKSORTFILE ASSIGN TO DYNAMIC WS-PTH-DEVOLPACK-SRT.

           SELECT DEVOLREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-DEVOLPOST-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PACKREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-DEVOLPACK-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEVOLTRANSFILE.
       01  DEV-RECORD.
           88 ENDOFDEVOL         VALUE HIGH-VALUES.
           05 DEV-AUTORIZACAO    PIC X(10).
           05 DEV-FORNECEDOR     PIC X(5).
           05 DEV-BOOKNUM        PIC X(5).
           05 DEV-FILIAL         PIC X(3).
           05 DEV-QTY            PIC 9(5).
           05 DEV-DATE           PIC 9(8).

       FD  NCRECEBFILE.
       01  NCR-RECORD.
           88 ENDOFNCRECEB       VALUE HIGH-VALUES.
           05 NCR-FORNECEDOR     PIC X(5).
           05 NCR-AUTORIZACAO    PIC X(10).
           05 NCR-NOTA           PIC X(9).
           05 NCR-VALOR          PIC 9(8)V99.
           05 NCR-DATA           PIC 9(8).

       FD  BOOKINVENTORYFILE.
       01  BIF-RECORD.
           02 BIF-KEY.
              03 BIF-BOOKNUM      PIC X(5).
              03 BIF-FILIAL       PIC X(3).
           02 BIF-ONHAND          PIC 9(5).
           02 BIF-REORDER-POINT   PIC 9(5).
           02 BIF-ORDER-QTY       PIC 9(5).

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

       FD  COSTMASTERFILE.
       01  CST-RECORD.
           05 CST-BOOKNUM        PIC X(5).
           05 CST-CUSTO-MEDIO    PIC 9(5)V99.
           05 CST-ULT-CUSTO      PIC 9(5)V99.
           05 CST-ULT-DATA       PIC 9(8).

       FD  FORNECMFFILE.
       01  FORN-RECORD.
           88 ENDOFFORNECMF      VALUE HIGH-VALUES.
           02 FORN-CODIGO        PIC X(5).
           02 FORN-NOME          PIC X(30).
           02 FORN-CONTATO       PIC X(25).
           02 FORN-PRAZO-X       PIC X(3).

       FD  DEVOLNCFILE.
       01  DNC-RECORD.
           05 DNC-CHAVE.
              10 DNC-FORNECEDOR  PIC X(5).
              10 DNC-AUTORIZACAO PIC X(10).
              10 DNC-BOOKNUM     PIC X(5).
              10 DNC-FILIAL      PIC X(3).
           05 DNC-QTY            PIC 9(5).
           05 DNC-CUSTO-UNIT     PIC 9(5)V99.
           05 DNC-VALOR          PIC 9(10)V99.
           05 DNC-DATA-DEVOL     PIC 9(8).
           05 DNC-SITUACAO       PIC X(1).
              88 DNC-PENDENTE    VALUE "P".
              88 DNC-RECEBIDA    VALUE "R".
           05 DNC-NOTA-CREDITO   PIC X(9).
           05 DNC-DATA-CREDITO   PIC 9(8).

       FD  DEVOLADJFILE.
       01  ADJ-RECORD.
           05 ADJ-DATE           PIC 9(8).
           05 ADJ-TIME           PIC 9(8).
           05 ADJ-BOOKNUM        PIC X(5).
           05 ADJ-FILIAL         PIC X(3).
           05 ADJ-SALDO-ANT      PIC 9(5).
           05 ADJ-SALDO-NOVO     PIC 9(5).
           05 ADJ-VARIACAO       PIC S9(6).
           05 ADJ-AUTORIZACAO    PIC X(10).
           05 ADJ-FORNECEDOR     PIC X(5).
           05 ADJ-DATA-DEVOL     PIC 9(8).

       SD  PACKSORTFILE.
       01  PSF-SORTREC.
           88 ENDOFPACKSORT      VALUE HIGH-VALUES.
           02 PSF-FORNECEDOR     PIC X(5).
           02 PSF-AUTORIZACAO    PIC X(10).
           02 PSF-FILIAL         PIC X(3).
           02 PSF-BOOKNUM        PIC X(5).
           02 PSF-TITLE          PIC X(25).
           02 PSF-QTY            PIC 9(5).
           02 PSF-CUSTO-UNIT     PIC 9(5)V99.
           02 PSF-VALOR          PIC 9(10)V99.

       FD  DEVOLREPORTFILE.
       01  WS-DEV-RPT-LINE       PIC X(100).

       FD  PACKREPORTFILE.
       01  WS-PACK-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-DEVOLTRANS-DAT PIC X(44)
           VALUE "ASSETS/DEVOLTRANS.DAT".
       77  WS-PTH-NCRECEB-DAT PIC X(44)
           VALUE "ASSETS/NCRECEB.DAT".
       77  WS-PTH-BOOKINV-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-CUSTOMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTOMF.DAT".
       77  WS-PTH-FORNECMF-DAT PIC X(44)
           VALUE "ASSETS/FORNECMF.DAT".
       77  WS-PTH-DEVOLNC-DAT PIC X(44)
           VALUE "ASSETS/DEVOLNC.DAT".
       77  WS-PTH-DEVOLADJ-DAT PIC X(44)
           VALUE "ASSETS/DEVOLADJ.DAT".
       77  WS-PTH-DEVOLPACK-SRT PIC X(44)
           VALUE "ASSETS/DEVOLPACK.SRT".
       77  WS-PTH-DEVOLPOST-RPT PIC X(44)
           VALUE "ASSETS/DEVOLPOST.RPT".
       77  WS-PTH-DEVOLPACK-RPT PIC X(44)
           VALUE "ASSETS/DEVOLPACK.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY INVJRNREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-DEV-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-DEV-STATUS         PIC X(02) VALUE SPACES.
           88 WS-DEV-STATUS-OK   VALUE "00".
           88 WS-DEV-NOT-FOUND   VALUE "35".
       77  WS-NCR-STATUS         PIC X(02) VALUE SPACES.
           88 WS-NCR-STATUS-OK   VALUE "00".
           88 WS-NCR-NOT-FOUND   VALUE "35".
       77  WS-BIF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BIF-STATUS-OK   VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-CST-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CST-STATUS-OK   VALUE "00".
       77  WS-FORN-STATUS        PIC X(02) VALUE SPACES.
           88 WS-FORN-STATUS-OK  VALUE "00".
       77  WS-DNC-STATUS         PIC X(02) VALUE SPACES.
           88 WS-DNC-STATUS-OK   VALUE "00".
       77  WS-ADJ-STATUS         PIC X(02) VALUE SPACES.
           88 WS-ADJ-STATUS-OK   VALUE "00".
           88 WS-ADJ-NOT-FOUND   VALUE "35".

       77  WS-DEV-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-DEV-OPENED      VALUE "Y".
       77  WS-NCR-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-NCR-OPENED      VALUE "Y".
       77  WS-BIF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BIF-OPENED      VALUE "Y".
       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".
       77  WS-CST-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CST-OPENED      VALUE "Y".
       77  WS-DNC-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-DNC-OPENED      VALUE "Y".
       77  WS-DNC-FIM-SW         PIC X(01) VALUE "N".
           88 WS-DNC-FIM         VALUE "Y".
       77  WS-PRIMEIRO-SW        PIC X(01) VALUE "Y".
           88 WS-PRIMEIRO        VALUE "Y".

       77  WS-FILIAL             PIC X(3) VALUE SPACES.
       77  WS-MOTIVO             PIC X(35) VALUE SPACES.
       77  WS-TITLE              PIC X(25) VALUE SPACES.
       77  WS-SALDO-ANT          PIC 9(5) VALUE ZEROS.
       77  WS-CUSTO-UNIT         PIC 9(5)V99 VALUE ZEROS.
       77  WS-VALOR              PIC 9(10)V99 VALUE ZEROS.
       77  WS-LIDAS-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-POSTED-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-SEM-CUSTO-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-COPIAS       PIC 9(7) VALUE ZEROS.
       77  WS-TOTAL-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77  WS-NC-APLICADAS       PIC 9(5) VALUE ZEROS.
       77  WS-NC-RECUSADAS       PIC 9(5) VALUE ZEROS.
       77  WS-NC-DIVERGENTES     PIC 9(5) VALUE ZEROS.
       77  WS-NC-LINHAS          PIC 9(5) VALUE ZEROS.
       77  WS-NC-ESPERADO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-NC-TOTAL-VALOR     PIC 9(11)V99 VALUE ZEROS.

       77  WS-PACK-FORNECEDOR    PIC X(5) VALUE SPACES.
       77  WS-PACK-AUTORIZACAO   PIC X(10) VALUE SPACES.
       77  WS-PACK-COPIAS        PIC 9(7) VALUE ZEROS.
       77  WS-PACK-VALOR         PIC 9(11)V99 VALUE ZEROS.

       01  WS-FORN-TABLE.
           05 WS-FORN-ENTRY OCCURS 100 TIMES.
              10 WS-FT-CODIGO    PIC X(5).
              10 WS-FT-NOME      PIC X(30).
              10 WS-FT-CONTATO   PIC X(25).
       01  WS-FORN-COUNT         PIC 9(3) VALUE ZEROS.
       01  FX                    PIC 9(3).

       01  DEV-HEADING.
           05 FILLER             PIC X(12) VALUE "AUTORIZACAO".
           05 FILLER             PIC X(07) VALUE "FORN.".
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(05) VALUE "FIL.".
           05 FILLER             PIC X(07) VALUE "  QTD".
           05 FILLER             PIC X(15) VALUE "  VALOR A CRED.".
           05 FILLER             PIC X(08) VALUE "SITUACAO".

       01  DEV-DETAIL-LINE.
           05 DDL-AUTORIZACAO    PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-FORNECEDOR     PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-FILIAL         PIC X(3).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-QTY            PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-VALOR          PIC Z(9)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-TEXT           PIC X(35).

       01  NC-HEADING.
           05 FILLER             PIC X(40)
              VALUE "NOTAS DE CREDITO DE DEVOLUCAO RECEBIDAS".

       01  NC-COLUMN-HEADING.
           05 FILLER             PIC X(12) VALUE "AUTORIZACAO".
           05 FILLER             PIC X(07) VALUE "FORN.".
           05 FILLER             PIC X(11) VALUE "NOTA".
           05 FILLER             PIC X(15) VALUE "       ESPERADO".
           05 FILLER             PIC X(15) VALUE "       RECEBIDO".
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE "SITUACAO".

       01  NC-DETAIL-LINE.
           05 NDL-AUTORIZACAO    PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 NDL-FORNECEDOR     PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 NDL-NOTA           PIC X(9).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 NDL-ESPERADO       PIC Z(9)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 NDL-RECEBIDO       PIC Z(9)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 NDL-TEXT           PIC X(30).

       01  PACK-FORN-LINE.
           05 FILLER             PIC X(12) VALUE "FORNECEDOR: ".
           05 PFL-CODIGO         PIC X(5).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PFL-NOME           PIC X(30).
           05 FILLER             PIC X(10) VALUE " CONTATO: ".
           05 PFL-CONTATO        PIC X(25).

       01  PACK-AUT-LINE.
           05 FILLER             PIC X(24)
              VALUE "AUTORIZACAO DE DEVOLUCAO".
           05 FILLER             PIC X(02) VALUE ": ".
           05 PAL-AUTORIZACAO    PIC X(10).

       01  PACK-HEADING.
           05 FILLER             PIC X(06) VALUE "FIL.".
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(07) VALUE "  QTD".
           05 FILLER             PIC X(12) VALUE "  CUSTO UN.".
           05 FILLER             PIC X(15) VALUE "          VALOR".

       01  PACK-DETAIL-LINE.
           05 PDL-FILIAL         PIC X(3).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 PDL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-TITLE          PIC X(25).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-QTY            PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-CUSTO-UNIT     PIC ZZZZ9,99.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 PDL-VALOR          PIC Z(9)9,99.

       01  PACK-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "COPIAS DEVOLVIDAS:            ".
           05 PTL-COPIAS         PIC ZZZZZZ9.

       01  PACK-VALOR-LINE.
           05 FILLER             PIC X(30)
              VALUE "CREDITO ESPERADO (CUSTO):     ".
           05 PTL-VALOR          PIC Z(9)9,99.

       01  PACK-EMPTY-LINE.
           05 FILLER             PIC X(40)
              VALUE "NENHUMA DEVOLUCAO POSTADA NESTA NOITE".

       01  DEV-TOTAL-LID-LINE.
           05 FILLER             PIC X(30)
              VALUE "DEVOLUCOES LIDAS:             ".
           05 DTL-LIDAS          PIC ZZZZ9.

       01  DEV-TOTAL-POS-LINE.
           05 FILLER             PIC X(30)
              VALUE "DEVOLUCOES POSTADAS:          ".
           05 DTL-POSTED         PIC ZZZZ9.

       01  DEV-TOTAL-REJ-LINE.
           05 FILLER             PIC X(30)
              VALUE "DEVOLUCOES RECUSADAS:         ".
           05 DTL-REJECT         PIC ZZZZ9.

       01  DEV-TOTAL-SCU-LINE.
           05 FILLER             PIC X(30)
              VALUE "POSTADAS SEM CUSTO:           ".
           05 DTL-SEM-CUSTO      PIC ZZZZ9.

       01  DEV-TOTAL-VAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "CREDITO ESPERADO NA NOITE:    ".
           05 DTL-VALOR          PIC Z(10)9,99.

       01  DEV-TOTAL-NCA-LINE.
           05 FILLER             PIC X(30)
              VALUE "NOTAS DE CREDITO APLICADAS:   ".
           05 DTL-NC-APLIC       PIC ZZZZ9.

       01  DEV-TOTAL-NCD-LINE.
           05 FILLER             PIC X(30)
              VALUE "NOTAS COM VALOR DIVERGENTE:   ".
           05 DTL-NC-DIVERG      PIC ZZZZ9.

       01  DEV-TOTAL-NCR-LINE.
           05 FILLER             PIC X(30)
              VALUE "NOTAS DE CREDITO RECUSADAS:   ".
           05 DTL-NC-RECUS       PIC ZZZZ9.

       01  DEV-TOTAL-NCV-LINE.
           05 FILLER             PIC X(30)
              VALUE "VALOR DAS NOTAS RECEBIDAS:    ".
           05 DTL-NC-VALOR       PIC Z(10)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF NOT ENDOFDEVOL
               SORT PACKSORTFILE
                   ON ASCENDING KEY PSF-FORNECEDOR PSF-AUTORIZACAO
                                    PSF-FILIAL PSF-BOOKNUM
                   INPUT PROCEDURE IS 0003-POST-RETURNS
                   OUTPUT PROCEDURE IS 0004-PACKING-LIST
           ELSE
               WRITE WS-PACK-RPT-LINE FROM PACK-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 0005-APPLY-CREDIT-NOTES.
           PERFORM 0006-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "DEVOLPOST" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "DEVOLPOST" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           OPEN OUTPUT DEVOLREPORTFILE.
           MOVE "DEVOLUCOES AO FORNECEDOR - POSTAGEM"
               TO RPT-BH-TITLE.
           WRITE WS-DEV-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-DEV-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-DEV-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-DEV-RPT-LINE FROM DEV-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN OUTPUT PACKREPORTFILE.
           MOVE "ROMANEIO DE DEVOLUCAO AO FORNECEDOR"
               TO RPT-BH-TITLE.
           WRITE WS-PACK-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-PACK-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PACK-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-300-LOAD-FORNECEDORES.
           OPEN I-O DEVOLNCFILE.
           IF NOT WS-DNC-STATUS-OK
               OPEN OUTPUT DEVOLNCFILE
               CLOSE DEVOLNCFILE
               OPEN I-O DEVOLNCFILE
           END-IF.
           IF WS-DNC-STATUS-OK
               SET WS-DNC-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR DEVOLNC.DAT - STATUS '
                   WS-DNC-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN INPUT DEVOLTRANSFILE.
           IF WS-DEV-NOT-FOUND
               DISPLAY 'SEM DEVOLUCOES AO FORNECEDOR HOJE'
               SET ENDOFDEVOL TO TRUE
           ELSE
               IF NOT WS-DEV-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR DEVOLTRANS - STATUS '
                       WS-DEV-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET ENDOFDEVOL TO TRUE
               ELSE
                   SET WS-DEV-OPENED TO TRUE
               END-IF
           END-IF.
           IF NOT ENDOFDEVOL AND NOT WS-DNC-OPENED
               SET ENDOFDEVOL TO TRUE
           END-IF.
           IF NOT ENDOFDEVOL
               OPEN I-O BOOKINVENTORYFILE
               IF NOT WS-BIF-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR BOOKINVENTORYFILE - '
                       'STATUS ' WS-BIF-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET ENDOFDEVOL TO TRUE
               ELSE
                   SET WS-BIF-OPENED TO TRUE
               END-IF
           END-IF.
           IF NOT ENDOFDEVOL
               OPEN INPUT BOOKMASTERFILE
               IF WS-BMF-STATUS-OK
                   SET WS-BMF-OPENED TO TRUE
               ELSE
                   DISPLAY 'ERRO AO ABRIR BOOKMF.DAT - STATUS '
                       WS-BMF-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET ENDOFDEVOL TO TRUE
               END-IF
           END-IF.
           IF NOT ENDOFDEVOL
               OPEN INPUT COSTMASTERFILE
               IF WS-CST-STATUS-OK
                   SET WS-CST-OPENED TO TRUE
               ELSE
                   DISPLAY 'AVISO: CUSTOMF.DAT INDISPONIVEL - STATUS '
                       WS-CST-STATUS ' - DEVOLUCOES SEM CUSTO'
               END-IF
           END-IF.

       0002-300-LOAD-FORNECEDORES.
           OPEN INPUT FORNECMFFILE.
           IF WS-FORN-STATUS-OK
               READ FORNECMFFILE
                   AT END SET ENDOFFORNECMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFORNECMF
                   IF WS-FORN-COUNT < 100
                       ADD 1 TO WS-FORN-COUNT
                       MOVE FORN-CODIGO TO WS-FT-CODIGO(WS-FORN-COUNT)
                       MOVE FORN-NOME TO WS-FT-NOME(WS-FORN-COUNT)
                       MOVE FORN-CONTATO
                           TO WS-FT-CONTATO(WS-FORN-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 100 FORNECEDORES NO MASTER'
                   END-IF
                   READ FORNECMFFILE
                       AT END SET ENDOFFORNECMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FORNECMFFILE
           ELSE
               DISPLAY 'AVISO: FORNECMF.DAT INDISPONIVEL - STATUS '
                   WS-FORN-STATUS
           END-IF.

       0003-POST-RETURNS.
           READ DEVOLTRANSFILE
               AT END SET ENDOFDEVOL TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFDEVOL
               PERFORM 0003-300-POST-ONE-RETURN
               READ DEVOLTRANSFILE
                   AT END SET ENDOFDEVOL TO TRUE
               END-READ
           END-PERFORM.

       0003-300-POST-ONE-RETURN.
           ADD 1 TO WS-LIDAS-COUNT.
           IF DEV-FILIAL = SPACES
               MOVE "MTZ" TO WS-FILIAL
           ELSE
               MOVE DEV-FILIAL TO WS-FILIAL
           END-IF.
           MOVE DEV-AUTORIZACAO TO DDL-AUTORIZACAO.
           MOVE DEV-FORNECEDOR TO DDL-FORNECEDOR.
           MOVE DEV-BOOKNUM TO DDL-BOOKNUM.
           MOVE WS-FILIAL TO DDL-FILIAL.
           MOVE ZEROS TO DDL-VALOR.
           IF DEV-QTY IS NUMERIC
               MOVE DEV-QTY TO DDL-QTY
           ELSE
               MOVE ZEROS TO DDL-QTY
           END-IF.
           PERFORM 0003-400-VALIDATE-RETURN.
           IF WS-MOTIVO NOT = SPACES
               MOVE WS-MOTIVO TO DDL-TEXT
               MOVE DEV-DETAIL-LINE TO WS-DEV-RPT-LINE
               CALL "DECFMT" USING WS-DEV-RPT-LINE, WS-DEV-RPT-LEN
               WRITE WS-DEV-RPT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 0003-500-APPLY-RETURN
           END-IF.

       0003-400-VALIDATE-RETURN.
           MOVE SPACES TO WS-MOTIVO.
           IF DEV-AUTORIZACAO = SPACES
              OR DEV-FORNECEDOR = SPACES
              OR DEV-BOOKNUM = SPACES
              OR DEV-QTY IS NOT NUMERIC
              OR DEV-QTY = ZEROS
               MOVE "RECUSADA: DADOS INVALIDOS" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-FORN-COUNT > ZEROS
               PERFORM 0003-450-SCAN-FORNECEDOR
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > WS-FORN-COUNT
                      OR WS-FT-CODIGO(FX) = DEV-FORNECEDOR
               IF FX > WS-FORN-COUNT
                   MOVE "RECUSADA: FORNECEDOR NAO CADASTRADO"
                       TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE DEV-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY
                       MOVE "RECUSADA: LIVRO NAO CADASTRADO"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE BMF-BOOKTITLE TO WS-TITLE
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE DEV-FORNECEDOR TO DNC-FORNECEDOR
               MOVE DEV-AUTORIZACAO TO DNC-AUTORIZACAO
               MOVE DEV-BOOKNUM TO DNC-BOOKNUM
               MOVE WS-FILIAL TO DNC-FILIAL
               READ DEVOLNCFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "RECUSADA: AUTORIZACAO JA POSTADA"
                           TO WS-MOTIVO
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE DEV-BOOKNUM TO BIF-BOOKNUM
               MOVE WS-FILIAL TO BIF-FILIAL
               READ BOOKINVENTORYFILE
                   INVALID KEY
                       MOVE "RECUSADA: FILIAL SEM ESTOQUE DO LIVRO"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       IF BIF-ONHAND < DEV-QTY
                           MOVE "RECUSADA: SALDO INSUFICIENTE"
                               TO WS-MOTIVO
                       END-IF
               END-READ
           END-IF.

       0003-450-SCAN-FORNECEDOR.
           CONTINUE.

       0003-500-APPLY-RETURN.
           MOVE BIF-ONHAND TO WS-SALDO-ANT.
           MOVE BIF-RECORD TO IJR-BEFORE-IMAGE.
           SUBTRACT DEV-QTY FROM BIF-ONHAND.
           REWRITE BIF-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR ESTOQUE DO LIVRO '
                       DEV-BOOKNUM ' - STATUS ' WS-BIF-STATUS
                   MOVE 1 TO RETURN-CODE
                   MOVE "ERRO AO BAIXAR O ESTOQUE" TO DDL-TEXT
                   WRITE WS-DEV-RPT-LINE FROM DEV-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 0003-520-JOURNAL-RETURN
                   PERFORM 0003-600-WRITE-ADJUST-LOG
                   PERFORM 0003-550-GET-COST
                   PERFORM 0003-700-WRITE-CREDIT-DUE
           END-REWRITE.

       0003-520-JOURNAL-RETURN.
           MOVE "DEVOLPOST" TO IJR-PROGRAM.
           MOVE BIF-RECORD TO IJR-AFTER-IMAGE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

       0003-550-GET-COST.
           MOVE ZEROS TO WS-CUSTO-UNIT.
           IF WS-CST-OPENED
               MOVE DEV-BOOKNUM TO CST-BOOKNUM
               READ COSTMASTERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CST-CUSTO-MEDIO > ZEROS
                           MOVE CST-CUSTO-MEDIO TO WS-CUSTO-UNIT
                       ELSE
                           MOVE CST-ULT-CUSTO TO WS-CUSTO-UNIT
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-VALOR ROUNDED = DEV-QTY * WS-CUSTO-UNIT.

       0003-600-WRITE-ADJUST-LOG.
           OPEN EXTEND DEVOLADJFILE.
           IF WS-ADJ-NOT-FOUND
               OPEN OUTPUT DEVOLADJFILE
           END-IF.
           ACCEPT ADJ-DATE FROM DATE YYYYMMDD.
           ACCEPT ADJ-TIME FROM TIME.
           MOVE DEV-BOOKNUM TO ADJ-BOOKNUM.
           MOVE WS-FILIAL TO ADJ-FILIAL.
           MOVE WS-SALDO-ANT TO ADJ-SALDO-ANT.
           MOVE BIF-ONHAND TO ADJ-SALDO-NOVO.
           COMPUTE ADJ-VARIACAO = ZERO - DEV-QTY.
           MOVE DEV-AUTORIZACAO TO ADJ-AUTORIZACAO.
           MOVE DEV-FORNECEDOR TO ADJ-FORNECEDOR.
           MOVE DEV-DATE TO ADJ-DATA-DEVOL.
           WRITE ADJ-RECORD.
           CLOSE DEVOLADJFILE.

       0003-700-WRITE-CREDIT-DUE.
           MOVE DEV-FORNECEDOR TO DNC-FORNECEDOR.
           MOVE DEV-AUTORIZACAO TO DNC-AUTORIZACAO.
           MOVE DEV-BOOKNUM TO DNC-BOOKNUM.
           MOVE WS-FILIAL TO DNC-FILIAL.
           MOVE DEV-QTY TO DNC-QTY.
           MOVE WS-CUSTO-UNIT TO DNC-CUSTO-UNIT.
           MOVE WS-VALOR TO DNC-VALOR.
           IF DEV-DATE IS NUMERIC AND DEV-DATE > ZEROS
               MOVE DEV-DATE TO DNC-DATA-DEVOL
           ELSE
               MOVE WS-RUN-DATE-NUM TO DNC-DATA-DEVOL
           END-IF.
           SET DNC-PENDENTE TO TRUE.
           MOVE SPACES TO DNC-NOTA-CREDITO.
           MOVE ZEROS TO DNC-DATA-CREDITO.
           WRITE DNC-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CREDITO A RECEBER - '
                       'STATUS ' WS-DNC-STATUS
                   MOVE 1 TO RETURN-CODE
           END-WRITE.
           MOVE WS-VALOR TO DDL-VALOR.
           IF WS-CUSTO-UNIT = ZEROS
               MOVE "POSTADA - SEM CUSTO NO CUSTOMF" TO DDL-TEXT
               ADD 1 TO WS-SEM-CUSTO-COUNT
           ELSE
               MOVE "POSTADA" TO DDL-TEXT
           END-IF.
           MOVE DEV-DETAIL-LINE TO WS-DEV-RPT-LINE.
           CALL "DECFMT" USING WS-DEV-RPT-LINE, WS-DEV-RPT-LEN.
           WRITE WS-DEV-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-POSTED-COUNT.
           ADD DEV-QTY TO WS-TOTAL-COPIAS.
           ADD WS-VALOR TO WS-TOTAL-VALOR.
           MOVE DEV-FORNECEDOR TO PSF-FORNECEDOR.
           MOVE DEV-AUTORIZACAO TO PSF-AUTORIZACAO.
           MOVE WS-FILIAL TO PSF-FILIAL.
           MOVE DEV-BOOKNUM TO PSF-BOOKNUM.
           MOVE WS-TITLE TO PSF-TITLE.
           MOVE DEV-QTY TO PSF-QTY.
           MOVE WS-CUSTO-UNIT TO PSF-CUSTO-UNIT.
           MOVE WS-VALOR TO PSF-VALOR.
           RELEASE PSF-SORTREC.

       0004-PACKING-LIST.
           RETURN PACKSORTFILE
               AT END SET ENDOFPACKSORT TO TRUE
           END-RETURN.
           IF ENDOFPACKSORT
               WRITE WS-PACK-RPT-LINE FROM PACK-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM UNTIL ENDOFPACKSORT
               IF WS-PRIMEIRO
                  OR PSF-FORNECEDOR NOT = WS-PACK-FORNECEDOR
                  OR PSF-AUTORIZACAO NOT = WS-PACK-AUTORIZACAO
                   IF NOT WS-PRIMEIRO
                       PERFORM 0004-500-PACK-TOTALS
                   END-IF
                   PERFORM 0004-300-PACK-HEADER
               END-IF
               MOVE PSF-FILIAL TO PDL-FILIAL
               MOVE PSF-BOOKNUM TO PDL-BOOKNUM
               MOVE PSF-TITLE TO PDL-TITLE
               MOVE PSF-QTY TO PDL-QTY
               MOVE PSF-CUSTO-UNIT TO PDL-CUSTO-UNIT
               MOVE PSF-VALOR TO PDL-VALOR
               MOVE PACK-DETAIL-LINE TO WS-PACK-RPT-LINE
               CALL "DECFMT" USING WS-PACK-RPT-LINE, WS-DEV-RPT-LEN
               WRITE WS-PACK-RPT-LINE
                   AFTER ADVANCING 1 LINE
               ADD PSF-QTY TO WS-PACK-COPIAS
               ADD PSF-VALOR TO WS-PACK-VALOR
               RETURN PACKSORTFILE
                   AT END SET ENDOFPACKSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-PRIMEIRO
               PERFORM 0004-500-PACK-TOTALS
           END-IF.

       0004-300-PACK-HEADER.
           IF NOT WS-PRIMEIRO
               WRITE WS-PACK-RPT-LINE FROM RPT-BANNER-HEADING1
                   AFTER ADVANCING PAGE
               WRITE WS-PACK-RPT-LINE FROM RPT-BANNER-HEADING2
                   AFTER ADVANCING 1 LINE
               WRITE WS-PACK-RPT-LINE FROM RPT-BANNER-HEADING3
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "N" TO WS-PRIMEIRO-SW.
           MOVE PSF-FORNECEDOR TO WS-PACK-FORNECEDOR.
           MOVE PSF-AUTORIZACAO TO WS-PACK-AUTORIZACAO.
           MOVE ZEROS TO WS-PACK-COPIAS.
           MOVE ZEROS TO WS-PACK-VALOR.
           MOVE PSF-FORNECEDOR TO PFL-CODIGO.
           MOVE SPACES TO PFL-NOME.
           MOVE SPACES TO PFL-CONTATO.
           PERFORM 0003-450-SCAN-FORNECEDOR
               VARYING FX FROM 1 BY 1
               UNTIL FX > WS-FORN-COUNT
                  OR WS-FT-CODIGO(FX) = PSF-FORNECEDOR.
           IF FX NOT > WS-FORN-COUNT
               MOVE WS-FT-NOME(FX) TO PFL-NOME
               MOVE WS-FT-CONTATO(FX) TO PFL-CONTATO
           END-IF.
           WRITE WS-PACK-RPT-LINE FROM PACK-FORN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE PSF-AUTORIZACAO TO PAL-AUTORIZACAO.
           WRITE WS-PACK-RPT-LINE FROM PACK-AUT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-PACK-RPT-LINE FROM PACK-HEADING
               AFTER ADVANCING 2 LINES.

       0004-500-PACK-TOTALS.
           MOVE WS-PACK-COPIAS TO PTL-COPIAS.
           WRITE WS-PACK-RPT-LINE FROM PACK-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-PACK-VALOR TO PTL-VALOR.
           MOVE PACK-VALOR-LINE TO WS-PACK-RPT-LINE.
           CALL "DECFMT" USING WS-PACK-RPT-LINE, WS-DEV-RPT-LEN.
           WRITE WS-PACK-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0005-APPLY-CREDIT-NOTES.
           IF WS-DNC-OPENED
               OPEN INPUT NCRECEBFILE
               IF WS-NCR-NOT-FOUND
                   DISPLAY 'SEM NOTAS DE CREDITO DE DEVOLUCAO HOJE'
               ELSE
                   IF NOT WS-NCR-STATUS-OK
                       DISPLAY 'ERRO AO ABRIR NCRECEB - STATUS '
                           WS-NCR-STATUS
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       SET WS-NCR-OPENED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-NCR-OPENED
               WRITE WS-DEV-RPT-LINE FROM NC-HEADING
                   AFTER ADVANCING 3 LINES
               WRITE WS-DEV-RPT-LINE FROM NC-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES
               READ NCRECEBFILE
                   AT END SET ENDOFNCRECEB TO TRUE
               END-READ
               PERFORM UNTIL ENDOFNCRECEB
                   PERFORM 0005-300-APPLY-ONE-NOTE
                   READ NCRECEBFILE
                       AT END SET ENDOFNCRECEB TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       0005-300-APPLY-ONE-NOTE.
           MOVE NCR-AUTORIZACAO TO NDL-AUTORIZACAO.
           MOVE NCR-FORNECEDOR TO NDL-FORNECEDOR.
           MOVE NCR-NOTA TO NDL-NOTA.
           MOVE ZEROS TO WS-NC-LINHAS.
           MOVE ZEROS TO WS-NC-ESPERADO.
           IF NCR-VALOR IS NUMERIC
               MOVE NCR-VALOR TO NDL-RECEBIDO
           ELSE
               MOVE ZEROS TO NDL-RECEBIDO
           END-IF.
           IF NCR-FORNECEDOR = SPACES
              OR NCR-AUTORIZACAO = SPACES
              OR NCR-NOTA = SPACES
              OR NCR-VALOR IS NOT NUMERIC
               MOVE ZEROS TO NDL-ESPERADO
               MOVE "RECUSADA: DADOS INVALIDOS" TO NDL-TEXT
               ADD 1 TO WS-NC-RECUSADAS
           ELSE
               MOVE "N" TO WS-DNC-FIM-SW
               MOVE NCR-FORNECEDOR TO DNC-FORNECEDOR
               MOVE NCR-AUTORIZACAO TO DNC-AUTORIZACAO
               MOVE LOW-VALUES TO DNC-BOOKNUM
               MOVE LOW-VALUES TO DNC-FILIAL
               START DEVOLNCFILE KEY NOT < DNC-CHAVE
                   INVALID KEY SET WS-DNC-FIM TO TRUE
               END-START
               PERFORM 0005-500-READ-NEXT-DUE
               PERFORM UNTIL WS-DNC-FIM
                   IF DNC-PENDENTE
                       SET DNC-RECEBIDA TO TRUE
                       MOVE NCR-NOTA TO DNC-NOTA-CREDITO
                       IF NCR-DATA IS NUMERIC AND NCR-DATA > ZEROS
                           MOVE NCR-DATA TO DNC-DATA-CREDITO
                       ELSE
                           MOVE WS-RUN-DATE-NUM TO DNC-DATA-CREDITO
                       END-IF
                       REWRITE DNC-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO BAIXAR CREDITO - '
                                   'STATUS ' WS-DNC-STATUS
                               MOVE 1 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-NC-LINHAS
                               ADD DNC-VALOR TO WS-NC-ESPERADO
                       END-REWRITE
                   END-IF
                   PERFORM 0005-500-READ-NEXT-DUE
               END-PERFORM
               MOVE WS-NC-ESPERADO TO NDL-ESPERADO
               IF WS-NC-LINHAS = ZEROS
                   MOVE "RECUSADA: SEM DEVOLUCAO PENDENTE" TO NDL-TEXT
                   ADD 1 TO WS-NC-RECUSADAS
               ELSE
                   ADD 1 TO WS-NC-APLICADAS
                   ADD NCR-VALOR TO WS-NC-TOTAL-VALOR
                   IF NCR-VALOR = WS-NC-ESPERADO
                       MOVE "APLICADA" TO NDL-TEXT
                   ELSE
                       MOVE "APLICADA - VALOR DIVERGENTE" TO NDL-TEXT
                       ADD 1 TO WS-NC-DIVERGENTES
                   END-IF
               END-IF
           END-IF.
           MOVE NC-DETAIL-LINE TO WS-DEV-RPT-LINE.
           CALL "DECFMT" USING WS-DEV-RPT-LINE, WS-DEV-RPT-LEN.
           WRITE WS-DEV-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0005-500-READ-NEXT-DUE.
           IF NOT WS-DNC-FIM
               READ DEVOLNCFILE NEXT RECORD
                   AT END SET WS-DNC-FIM TO TRUE
               END-READ
               IF NOT WS-DNC-FIM
                   IF DNC-FORNECEDOR NOT = NCR-FORNECEDOR
                      OR DNC-AUTORIZACAO NOT = NCR-AUTORIZACAO
                       SET WS-DNC-FIM TO TRUE
                   END-IF
               END-IF
           END-IF.

       0006-FINALIZE.
           MOVE WS-LIDAS-COUNT TO DTL-LIDAS.
           WRITE WS-DEV-RPT-LINE FROM DEV-TOTAL-LID-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-POSTED-COUNT TO DTL-POSTED.
           WRITE WS-DEV-RPT-LINE FROM DEV-TOTAL-POS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-REJECT-COUNT TO DTL-REJECT.
           WRITE WS-DEV-RPT-LINE FROM DEV-TOTAL-REJ-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SEM-CUSTO-COUNT TO DTL-SEM-CUSTO.
           WRITE WS-DEV-RPT-LINE FROM DEV-TOTAL-SCU-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-VALOR TO DTL-VALOR.
           MOVE DEV-TOTAL-VAL-LINE TO WS-DEV-RPT-LINE.
           CALL "DECFMT" USING WS-DEV-RPT-LINE, WS-DEV-RPT-LEN.
           WRITE WS-DEV-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-NC-APLICADAS TO DTL-NC-APLIC.
           WRITE WS-DEV-RPT-LINE FROM DEV-TOTAL-NCA-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-NC-DIVERGENTES TO DTL-NC-DIVERG.
           WRITE WS-DEV-RPT-LINE FROM DEV-TOTAL-NCD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-NC-RECUSADAS TO DTL-NC-RECUS.
           WRITE WS-DEV-RPT-LINE FROM DEV-TOTAL-NCR-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-NC-TOTAL-VALOR TO DTL-NC-VALOR.
           MOVE DEV-TOTAL-NCV-LINE TO WS-DEV-RPT-LINE.
           CALL "DECFMT" USING WS-DEV-RPT-LINE, WS-DEV-RPT-LEN.
           WRITE WS-DEV-RPT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-DEV-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE DEVOLREPORTFILE.
           WRITE WS-PACK-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE PACKREPORTFILE.
           IF WS-BIF-OPENED
               CLOSE BOOKINVENTORYFILE
           END-IF.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           IF WS-CST-OPENED
               CLOSE COSTMASTERFILE
           END-IF.
           IF WS-DNC-OPENED
               CLOSE DEVOLNCFILE
           END-IF.
           IF WS-DEV-OPENED
               CLOSE DEVOLTRANSFILE
               IF RETURN-CODE = ZERO
                   OPEN OUTPUT DEVOLTRANSFILE
                   CLOSE DEVOLTRANSFILE
               END-IF
           END-IF.
           IF WS-NCR-OPENED
               CLOSE NCRECEBFILE
               IF RETURN-CODE = ZERO
                   OPEN OUTPUT NCRECEBFILE
                   CLOSE NCRECEBFILE
               END-IF
           END-IF.
           DISPLAY 'POSTAGEM DE DEVOLUCOES AO FORNECEDOR CONCLUIDA'.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-DEVOLTRANS-DAT.
           CALL "DATADIR" USING WS-PTH-NCRECEB-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-FORNECMF-DAT.
           CALL "DATADIR" USING WS-PTH-DEVOLNC-DAT.
           CALL "DATADIR" USING WS-PTH-DEVOLADJ-DAT.
           CALL "DATADIR" USING WS-PTH-DEVOLPACK-SRT.
           CALL "DATADIR" USING WS-PTH-DEVOLPOST-RPT.
           CALL "DATADIR" USING WS-PTH-DEVOLPACK-RPT.

       END PROGRAM DEVOLPOST.
