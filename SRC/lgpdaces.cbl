      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. SERVES THE PENDING ACCESS
      *              REQUESTS (LRQ-TIPO A) REGISTERED AT THE COUNTER
      *              IN LGPDREQ.DAT: FOR EACH ONE LGPDACES.RPT GETS A
      *              SECTION WITH EVERYTHING THE SHOP HOLDS ON THE
      *              CLIENT - THE CUSTMF.DAT RECORD (WITH CREDIT
      *              LIMIT, BALANCE AND MARKETING CONSENT), EVERY
      *              IDENTIFIED SALE AND RETURN ON BOOKSALES.DAT (BOTH
      *              RECORD FORMS) AND BSHIST.DAT WITH THE TITLE FROM
      *              BOOKMF.DAT, THE BACKORDERS ON BACKORD.DAT, THE
      *              ON-ACCOUNT LEDGER CLIMOVTO.DAT, THE MONTHLY
      *              SEGMENTS ON CLISEGHIST.DAT AND THE NUMBER OF
      *              RECEIPTS ON RECIBO.TXT THAT NAME THE CLIENT. THE
      *              REQUEST IS THEN CLOSED (SITUACAO C) ON LGPDREQ.DAT,
      *              REWRITTEN THROUGH LGPDREQ.TMP AS SALESARCH DOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDACES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPDREQFILE ASSIGN TO DYNAMIC WS-PTH-LGPDREQ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQ-STATUS.

           SELECT REQTEMPFILE ASSIGN TO DYNAMIC WS-PTH-LGPDREQ-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQT-STATUS.

           SELECT CLIENTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CLIENTEID
               FILE STATUS IS WS-CLI-STATUS.

           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT SEGHISTFILE ASSIGN TO DYNAMIC WS-PTH-CLISEGHIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGH-KEY
               FILE STATUS IS WS-SGH-STATUS.

           SELECT BOOKSALESFILE ASSIGN TO DYNAMIC WS-PTH-BOOKSALES-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSF-STATUS.

           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-PTH-BSHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BACKORDERFILE ASSIGN TO DYNAMIC WS-PTH-BACKORD-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOF-STATUS.

           SELECT CLIMOVTOFILE ASSIGN TO DYNAMIC WS-PTH-CLIMOVTO-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

           SELECT RECIBOFILE ASSIGN TO DYNAMIC WS-PTH-RECIBO-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCB-STATUS.

           SELECT ACESREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-LGPDACES-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LGPDREQFILE.
       01  LRQ-RECORD.
           88 ENDOFLGPDREQ       VALUE HIGH-VALUES.
           05 LRQ-ID             PIC 9(6).
           05 LRQ-CLIENTEID      PIC 9(6).
           05 LRQ-TIPO           PIC X(1).
              88 LRQ-ACESSO      VALUE "A".
              88 LRQ-ELIMINACAO  VALUE "E".
           05 LRQ-RECEBIDA       PIC 9(8).
           05 LRQ-PRAZO          PIC 9(8).
           05 LRQ-SITUACAO       PIC X(1).
              88 LRQ-PENDENTE    VALUE "P".
              88 LRQ-CONCLUIDA   VALUE "C".
              88 LRQ-RECUSADA    VALUE "R".
           05 LRQ-CONCLUSAO      PIC 9(8).
           05 LRQ-OPERADOR       PIC X(8).
           05 LRQ-OBS            PIC X(30).

       FD  REQTEMPFILE.
       01  RQT-RECORD.
           88 ENDOFREQTEMP       VALUE HIGH-VALUES.
           02 FILLER             PIC X(76).

       FD  CLIENTMASTERFILE.
       01  CLI-RECORD.
           05 CLI-CLIENTEID      PIC 9(6).
           05 CLI-NOME           PIC X(30).
           05 CLI-TELEFONE       PIC X(12).
           05 CLI-REGIAO         PIC X(3).
           05 CLI-LIMITE         PIC 9(7)V9(2).
           05 CLI-SALDO          PIC 9(7)V9(2).
           05 CLI-ACEITA-MKT     PIC X(1).
              88 CLI-RECUSA-MKT  VALUE "N".

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

       FD  SEGHISTFILE.
       01  SGH-RECORD.
           05 SGH-KEY.
              10 SGH-CLIENTEID   PIC 9(6).
              10 SGH-YYYYMM      PIC 9(6).
           05 SGH-SEGMENTO       PIC X(1).
           05 SGH-ULTIMA-COMPRA  PIC 9(8).
           05 SGH-RECENCIA       PIC 9(5).
           05 SGH-FREQUENCIA     PIC 9(5).
           05 SGH-VALOR-12M      PIC S9(9)V99.
           05 SGH-DATA-CALCULO   PIC 9(8).

       FD  BOOKSALESFILE.
       01  BSF-RECORD.
           88 ENDOFBSF           VALUE HIGH-VALUES.
           02 BSF-BOOKNUM        PIC X(5).
           02 BSF-COPIES         PIC XX.
           02 BSF-SALESTATUS     PIC X.
           02 BSF-SALEDATE       PIC X(8).
           02 BSF-REGION         PIC X(3).
           02 BSF-CLIENTEID      PIC X(6).
           02 FILLER             PIC X(8).
      *    SALE AS SCANNED AT THE TILL, ISBN IN PLACE OF THE BOOK
       01  BSF-ISBN-RECORD.
           02 BSFI-ISBN          PIC X(13).
           02 BSFI-COPIES        PIC XX.
           02 BSFI-SALESTATUS    PIC X.
           02 BSFI-SALEDATE      PIC X(8).
           02 BSFI-REGION        PIC X(3).
           02 BSFI-CLIENTEID     PIC X(6).

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
              03 HIST-CLIENTEID  PIC X(6).

       FD  BACKORDERFILE.
       01  BO-RECORD.
           88 ENDOFBACKORD       VALUE HIGH-VALUES.
           05 BO-BOOKNUM         PIC X(5).
           05 BO-CLIENTEID       PIC X(6).
           05 BO-QTY             PIC 9(3).
           05 BO-DATE            PIC 9(8).
           05 BO-STATUS          PIC X(1).
              88 BO-ABERTA       VALUE "A".
              88 BO-ATENDIDA     VALUE "F".
              88 BO-PERDIDA      VALUE "P".
           05 BO-FILL-DATE       PIC 9(8).

       FD  CLIMOVTOFILE.
       01  CLM-RECORD.
           88 ENDOFCLIMOVTO      VALUE HIGH-VALUES.
           05 CLM-DATE           PIC 9(8).
           05 CLM-TIME           PIC 9(8).
           05 CLM-CLIENTEID      PIC 9(6).
           05 CLM-TIPO           PIC X(1).
           05 CLM-VALOR          PIC 9(7)V9(2).
           05 CLM-SALDO          PIC 9(7)V9(2).
           05 CLM-RECIBO         PIC 9(6).
           05 CLM-OPERADOR       PIC X(8).

       FD  RECIBOFILE.
       01  RECIBO-LINE.
           88 ENDOFRECIBO        VALUE HIGH-VALUES.
           05 RCB-ROTULO         PIC X(8).
           05 RCB-CLIENTE        PIC X(6).
           05 FILLER             PIC X(46).

       FD  ACESREPORTFILE.
       01  WS-ACE-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-LGPDREQ-DAT PIC X(44)
           VALUE "ASSETS/LGPDREQ.DAT".
       77  WS-PTH-LGPDREQ-TMP PIC X(44)
           VALUE "ASSETS/LGPDREQ.TMP".
       77  WS-PTH-CUSTMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTMF.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-CLISEGHIST-DAT PIC X(44)
           VALUE "ASSETS/CLISEGHIST.DAT".
       77  WS-PTH-BOOKSALES-DAT PIC X(44)
           VALUE "ASSETS/BOOKSALES.DAT".
       77  WS-PTH-BSHIST-DAT PIC X(44)
           VALUE "ASSETS/BSHIST.DAT".
       77  WS-PTH-BACKORD-DAT PIC X(44)
           VALUE "ASSETS/BACKORD.DAT".
       77  WS-PTH-CLIMOVTO-DAT PIC X(44)
           VALUE "ASSETS/CLIMOVTO.DAT".
       77  WS-PTH-RECIBO-TXT PIC X(44)
           VALUE "ASSETS/RECIBO.TXT".
       77  WS-PTH-LGPDACES-RPT PIC X(44)
           VALUE "ASSETS/LGPDACES.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-ACE-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-LRQ-STATUS         PIC X(02) VALUE SPACES.
           88 WS-LRQ-STATUS-OK   VALUE "00".
           88 WS-LRQ-NOT-FOUND   VALUE "35".
       77  WS-RQT-STATUS         PIC X(02) VALUE SPACES.
           88 WS-RQT-STATUS-OK   VALUE "00".
       77  WS-CLI-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CLI-STATUS-OK   VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-SGH-STATUS         PIC X(02) VALUE SPACES.
           88 WS-SGH-STATUS-OK   VALUE "00".
       77  WS-BSF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BSF-STATUS-OK   VALUE "00".
       77  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK  VALUE "00".
       77  WS-BOF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BOF-STATUS-OK   VALUE "00".
       77  WS-CLM-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CLM-STATUS-OK   VALUE "00".
       77  WS-RCB-STATUS         PIC X(02) VALUE SPACES.
           88 WS-RCB-STATUS-OK   VALUE "00".
       77  WS-CLI-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CLI-OPENED      VALUE "Y".
       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".
       77  WS-SGH-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-SGH-OPENED      VALUE "Y".
       77  WS-LRQ-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-LRQ-OPENED      VALUE "Y".
       77  WS-SGH-EOF-SW         PIC X(01) VALUE "N".
           88 WS-SGH-EOF         VALUE "Y".

      *    ACCESS REQUESTS OF THIS RUN
       01  WS-ACE-TABLE.
           05 WS-ACE-ENTRY OCCURS 50 TIMES.
              10 WS-ACE-REQ-ID   PIC 9(6).
              10 WS-ACE-CLIENTE  PIC 9(6).
              10 WS-ACE-RECEBIDA PIC 9(8).
              10 WS-ACE-PRAZO    PIC 9(8).
       77  WS-ACE-COUNT          PIC 9(3) VALUE ZEROS.
       77  WS-ACE-MAX            PIC 9(3) VALUE 50.
       77  AX                    PIC 9(3) VALUE ZEROS.
       77  WS-ADIADAS-COUNT      PIC 9(5) VALUE ZEROS.

      *    CURRENT CLIENT
       77  WS-CLIENTE-X          PIC X(6) VALUE SPACES.
       77  WS-SECAO-COUNT        PIC 9(7) VALUE ZEROS.
       77  WS-VENDA-ORIGEM       PIC X(6) VALUE SPACES.
       77  WS-VENDA-LIVRO        PIC X(13) VALUE SPACES.
       77  WS-VENDA-COPIAS       PIC XX VALUE SPACES.
       77  WS-VENDA-STATUS       PIC X(1) VALUE SPACE.
       77  WS-VENDA-DATA         PIC X(8) VALUE SPACES.
       77  WS-VENDA-REGIAO       PIC X(3) VALUE SPACES.

       01  ACE-REQ-LINE.
           05 FILLER             PIC X(12) VALUE "SOLICITACAO ".
           05 ARL-REQ-ID         PIC 9(6).
           05 FILLER             PIC X(10) VALUE "  CLIENTE ".
           05 ARL-CLIENTE        PIC 9(6).
           05 FILLER             PIC X(11) VALUE "  RECEBIDA ".
           05 ARL-RECEBIDA       PIC 9(8).
           05 FILLER             PIC X(08) VALUE "  PRAZO ".
           05 ARL-PRAZO          PIC 9(8).

       01  ACE-SECTION-LINE.
           05 FILLER             PIC X(04) VALUE "--- ".
           05 ASL-TITULO         PIC X(50).

       01  ACE-NONE-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE "NENHUM REGISTRO".

       01  ACE-CAD-LINE1.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "NOME:     ".
           05 ACL-NOME           PIC X(30).
           05 FILLER             PIC X(12) VALUE "  TELEFONE: ".
           05 ACL-TELEFONE       PIC X(12).
           05 FILLER             PIC X(10) VALUE "  REGIAO: ".
           05 ACL-REGIAO         PIC X(3).

       01  ACE-CAD-LINE2.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "LIMITE:   ".
           05 ACL-LIMITE         PIC Z(6)9,99.
           05 FILLER             PIC X(10) VALUE "  SALDO:  ".
           05 ACL-SALDO          PIC Z(6)9,99.
           05 FILLER             PIC X(22)
              VALUE "  ACEITA MARKETING:  ".
           05 ACL-MKT            PIC X(1).

       01  ACE-VENDA-HEADING.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "DATA".
           05 FILLER             PIC X(15) VALUE "LIVRO".
           05 FILLER             PIC X(27) VALUE "TITULO".
           05 FILLER             PIC X(05) VALUE "  QTD".
           05 FILLER             PIC X(11) VALUE " TIPO".
           05 FILLER             PIC X(08) VALUE "REGIAO".
           05 FILLER             PIC X(06) VALUE "ORIGEM".

       01  ACE-VENDA-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 AVL-DATA           PIC X(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AVL-LIVRO          PIC X(13).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AVL-TITULO         PIC X(25).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AVL-QTD            PIC X(5).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 AVL-TIPO           PIC X(10).
           05 AVL-REGIAO         PIC X(3).
           05 FILLER             PIC X(05) VALUE SPACES.
           05 AVL-ORIGEM         PIC X(6).

       01  ACE-BO-HEADING.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "DATA".
           05 FILLER             PIC X(08) VALUE "LIVRO".
           05 FILLER             PIC X(05) VALUE "  QTD".
           05 FILLER             PIC X(12) VALUE "  SITUACAO".
           05 FILLER             PIC X(10) VALUE "ATENDIDA".

       01  ACE-BO-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 ABL-DATA           PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ABL-LIVRO          PIC X(5).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 ABL-QTD            PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ABL-SITUACAO       PIC X(10).
           05 ABL-ATENDIDA       PIC X(8).

       01  ACE-CLM-HEADING.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "DATA".
           05 FILLER             PIC X(13) VALUE "MOVIMENTO".
           05 FILLER             PIC X(11) VALUE "      VALOR".
           05 FILLER             PIC X(11) VALUE "      SALDO".
           05 FILLER             PIC X(08) VALUE "  RECIBO".

       01  ACE-CLM-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 ACM-DATA           PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ACM-TIPO           PIC X(11).
           05 ACM-VALOR          PIC Z(9)9,99.
           05 ACM-SALDO          PIC Z(7)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ACM-RECIBO         PIC 9(6).

       01  ACE-SEG-HEADING.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE "MES".
           05 FILLER             PIC X(11) VALUE "SEGMENTO".
           05 FILLER             PIC X(12) VALUE "ULT.COMPRA".
           05 FILLER             PIC X(06) VALUE "  FREQ".
           05 FILLER             PIC X(16) VALUE "  VALOR 12 MESES".

       01  ACE-SEG-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 AGL-MES            PIC 9(6).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AGL-SEGMENTO       PIC X(11).
           05 AGL-ULTIMA         PIC 9(8).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 AGL-FREQ           PIC ZZZZ9.
           05 AGL-VALOR          PIC -(12)9,99.

       01  ACE-COUNT-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 ACN-LABEL          PIC X(40).
           05 ACN-COUNT          PIC Z(6)9.

       01  ACE-EMPTY-LINE.
           05 FILLER             PIC X(40)
              VALUE "NENHUMA SOLICITACAO DE ACESSO".

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-LOAD-REQUESTS.
           IF WS-ACE-COUNT > ZEROS
               PERFORM 0004-REPORT-CLIENT
                   VARYING AX FROM 1 BY 1 UNTIL AX > WS-ACE-COUNT
               PERFORM 0006-CLOSE-REQUESTS
           ELSE
               WRITE WS-ACE-RPT-LINE FROM ACE-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 0007-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-LGPDREQ-DAT.
           CALL "DATADIR" USING WS-PTH-LGPDREQ-TMP.
           CALL "DATADIR" USING WS-PTH-CUSTMF-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-CLISEGHIST-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-DAT.
           CALL "DATADIR" USING WS-PTH-BSHIST-DAT.
           CALL "DATADIR" USING WS-PTH-BACKORD-DAT.
           CALL "DATADIR" USING WS-PTH-CLIMOVTO-DAT.
           CALL "DATADIR" USING WS-PTH-RECIBO-TXT.
           CALL "DATADIR" USING WS-PTH-LGPDACES-RPT.

       0001-500-LOG-START.
           MOVE "LGPDACES" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "LGPDACES" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           OPEN OUTPUT ACESREPORTFILE.
           MOVE "LGPD - DADOS PESSOAIS MANTIDOS SOBRE O CLIENTE"
               TO RPT-BH-TITLE.
           WRITE WS-ACE-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-ACE-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-ACE-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           OPEN INPUT CLIENTMASTERFILE.
           IF WS-CLI-STATUS-OK
               SET WS-CLI-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: CUSTMF.DAT INDISPONIVEL - STATUS '
                   WS-CLI-STATUS
           END-IF.
           OPEN INPUT BOOKMASTERFILE.
           IF WS-BMF-STATUS-OK
               SET WS-BMF-OPENED TO TRUE
           END-IF.
           OPEN INPUT SEGHISTFILE.
           IF WS-SGH-STATUS-OK
               SET WS-SGH-OPENED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      * PENDING ACCESS REQUESTS ARE TAKEN WHILE LGPDREQ.DAT IS COPIED  *
      * TO LGPDREQ.TMP FOR THE REWRITE.                                *
      *----------------------------------------------------------------*
       0003-LOAD-REQUESTS.
           MOVE ZEROS TO WS-ACE-COUNT.
           OPEN INPUT LGPDREQFILE.
           IF WS-LRQ-NOT-FOUND
               SET ENDOFLGPDREQ TO TRUE
           ELSE
               IF NOT WS-LRQ-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR LGPDREQ.DAT - STATUS '
                       WS-LRQ-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET ENDOFLGPDREQ TO TRUE
               ELSE
                   SET WS-LRQ-OPENED TO TRUE
                   OPEN OUTPUT REQTEMPFILE
                   READ LGPDREQFILE
                       AT END SET ENDOFLGPDREQ TO TRUE
                   END-READ
               END-IF
           END-IF.
           PERFORM UNTIL ENDOFLGPDREQ
               WRITE RQT-RECORD FROM LRQ-RECORD
               IF LRQ-ACESSO AND LRQ-PENDENTE
                   IF WS-ACE-COUNT NOT < WS-ACE-MAX
                       ADD 1 TO WS-ADIADAS-COUNT
                   ELSE
                       ADD 1 TO WS-ACE-COUNT
                       MOVE LRQ-ID TO WS-ACE-REQ-ID(WS-ACE-COUNT)
                       MOVE LRQ-CLIENTEID
                           TO WS-ACE-CLIENTE(WS-ACE-COUNT)
                       MOVE LRQ-RECEBIDA
                           TO WS-ACE-RECEBIDA(WS-ACE-COUNT)
                       MOVE LRQ-PRAZO TO WS-ACE-PRAZO(WS-ACE-COUNT)
                   END-IF
               END-IF
               READ LGPDREQFILE
                   AT END SET ENDOFLGPDREQ TO TRUE
               END-READ
           END-PERFORM.
           IF WS-LRQ-OPENED
               CLOSE LGPDREQFILE, REQTEMPFILE
           END-IF.

      *----------------------------------------------------------------*
      * ONE SECTION PER REQUEST. EVERY FILE IS READ FOR EACH CLIENT -  *
      * ACCESS REQUESTS ARE FEW AND THE REPORT STAYS IN CLIENT ORDER.  *
      *----------------------------------------------------------------*
       0004-REPORT-CLIENT.
           MOVE WS-ACE-CLIENTE(AX) TO WS-CLIENTE-X.
           MOVE WS-ACE-REQ-ID(AX) TO ARL-REQ-ID.
           MOVE WS-ACE-CLIENTE(AX) TO ARL-CLIENTE.
           MOVE WS-ACE-RECEBIDA(AX) TO ARL-RECEBIDA.
           MOVE WS-ACE-PRAZO(AX) TO ARL-PRAZO.
           WRITE WS-ACE-RPT-LINE FROM ACE-REQ-LINE
               AFTER ADVANCING 3 LINES.
           PERFORM 0004-100-MASTER.
           PERFORM 0004-200-SALES.
           PERFORM 0004-400-BACKORDERS.
           PERFORM 0004-500-LEDGER.
           PERFORM 0004-600-SEGMENTS.
           PERFORM 0004-700-RECEIPTS.

       0004-100-MASTER.
           MOVE "CADASTRO (CUSTMF.DAT)" TO ASL-TITULO.
           WRITE WS-ACE-RPT-LINE FROM ACE-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ACE-CLIENTE(AX) TO CLI-CLIENTEID.
           IF WS-CLI-OPENED
               READ CLIENTMASTERFILE
                   INVALID KEY
                       WRITE WS-ACE-RPT-LINE FROM ACE-NONE-LINE
                           AFTER ADVANCING 1 LINE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO ACL-NOME
                       MOVE CLI-TELEFONE TO ACL-TELEFONE
                       MOVE CLI-REGIAO TO ACL-REGIAO
                       WRITE WS-ACE-RPT-LINE FROM ACE-CAD-LINE1
                           AFTER ADVANCING 1 LINE
                       MOVE CLI-LIMITE TO ACL-LIMITE
                       MOVE CLI-SALDO TO ACL-SALDO
                       IF CLI-RECUSA-MKT
                           MOVE "N" TO ACL-MKT
                       ELSE
                           MOVE "S" TO ACL-MKT
                       END-IF
                       MOVE ACE-CAD-LINE2 TO WS-ACE-RPT-LINE
                       CALL "DECFMT" USING WS-ACE-RPT-LINE,
                           WS-ACE-RPT-LEN
                       WRITE WS-ACE-RPT-LINE
                           AFTER ADVANCING 1 LINE
               END-READ
           ELSE
               WRITE WS-ACE-RPT-LINE FROM ACE-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0004-200-SALES.
           MOVE "VENDAS E DEVOLUCOES (BOOKSALES.DAT, BSHIST.DAT)"
               TO ASL-TITULO.
           WRITE WS-ACE-RPT-LINE FROM ACE-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-ACE-RPT-LINE FROM ACE-VENDA-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WS-SECAO-COUNT.
           OPEN INPUT BOOKSALESFILE.
           IF WS-BSF-STATUS-OK
               READ BOOKSALESFILE
                   AT END SET ENDOFBSF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFBSF
                   IF BSFI-ISBN IS NUMERIC
                       IF BSFI-CLIENTEID = WS-CLIENTE-X
                           MOVE BSFI-ISBN TO WS-VENDA-LIVRO
                           MOVE BSFI-COPIES TO WS-VENDA-COPIAS
                           MOVE BSFI-SALESTATUS TO WS-VENDA-STATUS
                           MOVE BSFI-SALEDATE TO WS-VENDA-DATA
                           MOVE BSFI-REGION TO WS-VENDA-REGIAO
                           MOVE "ATUAL" TO WS-VENDA-ORIGEM
                           PERFORM 0004-300-SALE-LINE
                       END-IF
                   ELSE
                       IF BSF-CLIENTEID = WS-CLIENTE-X
                           MOVE BSF-BOOKNUM TO WS-VENDA-LIVRO
                           MOVE BSF-COPIES TO WS-VENDA-COPIAS
                           MOVE BSF-SALESTATUS TO WS-VENDA-STATUS
                           MOVE BSF-SALEDATE TO WS-VENDA-DATA
                           MOVE BSF-REGION TO WS-VENDA-REGIAO
                           MOVE "ATUAL" TO WS-VENDA-ORIGEM
                           PERFORM 0004-300-SALE-LINE
                       END-IF
                   END-IF
                   READ BOOKSALESFILE
                       AT END SET ENDOFBSF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BOOKSALESFILE
           END-IF.
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               READ HISTORYFILE
                   AT END SET ENDOFHISTORY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFHISTORY
                   IF HIST-CLIENTEID = WS-CLIENTE-X
                       MOVE HIST-BOOKNUM TO WS-VENDA-LIVRO
                       MOVE HIST-COPIES TO WS-VENDA-COPIAS
                       MOVE HIST-SALESTATUS TO WS-VENDA-STATUS
                       MOVE HIST-SALEDATE TO WS-VENDA-DATA
                       MOVE HIST-REGION TO WS-VENDA-REGIAO
                       MOVE HIST-YEARMONTH TO WS-VENDA-ORIGEM
                       PERFORM 0004-300-SALE-LINE
                   END-IF
                   READ HISTORYFILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.
           IF WS-SECAO-COUNT = ZEROS
               WRITE WS-ACE-RPT-LINE FROM ACE-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0004-300-SALE-LINE.
           ADD 1 TO WS-SECAO-COUNT.
           MOVE WS-VENDA-DATA TO AVL-DATA.
           MOVE WS-VENDA-LIVRO TO AVL-LIVRO.
           MOVE SPACES TO AVL-TITULO.
           IF WS-BMF-OPENED AND WS-VENDA-LIVRO(6:8) = SPACES
               MOVE WS-VENDA-LIVRO(1:5) TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY MOVE SPACES TO AVL-TITULO
                   NOT INVALID KEY MOVE BMF-BOOKTITLE TO AVL-TITULO
               END-READ
           END-IF.
           MOVE SPACES TO AVL-QTD.
           MOVE WS-VENDA-COPIAS TO AVL-QTD(4:2).
           EVALUATE WS-VENDA-STATUS
               WHEN "N" MOVE "VENDA" TO AVL-TIPO
               WHEN "R" MOVE "DEVOLUCAO" TO AVL-TIPO
               WHEN OTHER MOVE WS-VENDA-STATUS TO AVL-TIPO
           END-EVALUATE.
           MOVE WS-VENDA-REGIAO TO AVL-REGIAO.
           MOVE WS-VENDA-ORIGEM TO AVL-ORIGEM.
           WRITE WS-ACE-RPT-LINE FROM ACE-VENDA-LINE
               AFTER ADVANCING 1 LINE.

       0004-400-BACKORDERS.
           MOVE "ENCOMENDAS (BACKORD.DAT)" TO ASL-TITULO.
           WRITE WS-ACE-RPT-LINE FROM ACE-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-ACE-RPT-LINE FROM ACE-BO-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WS-SECAO-COUNT.
           OPEN INPUT BACKORDERFILE.
           IF WS-BOF-STATUS-OK
               READ BACKORDERFILE
                   AT END SET ENDOFBACKORD TO TRUE
               END-READ
               PERFORM UNTIL ENDOFBACKORD
                   IF BO-CLIENTEID = WS-CLIENTE-X
                       ADD 1 TO WS-SECAO-COUNT
                       MOVE BO-DATE TO ABL-DATA
                       MOVE BO-BOOKNUM TO ABL-LIVRO
                       MOVE BO-QTY TO ABL-QTD
                       MOVE SPACES TO ABL-ATENDIDA
                       EVALUATE TRUE
                           WHEN BO-ABERTA
                               MOVE "ABERTA" TO ABL-SITUACAO
                           WHEN BO-ATENDIDA
                               MOVE "ATENDIDA" TO ABL-SITUACAO
                               MOVE BO-FILL-DATE TO ABL-ATENDIDA
                           WHEN BO-PERDIDA
                               MOVE "RECUSADA" TO ABL-SITUACAO
                           WHEN OTHER
                               MOVE BO-STATUS TO ABL-SITUACAO
                       END-EVALUATE
                       WRITE WS-ACE-RPT-LINE FROM ACE-BO-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ BACKORDERFILE
                       AT END SET ENDOFBACKORD TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BACKORDERFILE
           END-IF.
           IF WS-SECAO-COUNT = ZEROS
               WRITE WS-ACE-RPT-LINE FROM ACE-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0004-500-LEDGER.
           MOVE "CONTA DO CLIENTE (CLIMOVTO.DAT)" TO ASL-TITULO.
           WRITE WS-ACE-RPT-LINE FROM ACE-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-ACE-RPT-LINE FROM ACE-CLM-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WS-SECAO-COUNT.
           OPEN INPUT CLIMOVTOFILE.
           IF WS-CLM-STATUS-OK
               READ CLIMOVTOFILE
                   AT END SET ENDOFCLIMOVTO TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCLIMOVTO
                   IF CLM-CLIENTEID = WS-ACE-CLIENTE(AX)
                       ADD 1 TO WS-SECAO-COUNT
                       MOVE CLM-DATE TO ACM-DATA
                       IF CLM-TIPO = "P"
                           MOVE "PAGAMENTO" TO ACM-TIPO
                       ELSE
                           MOVE "COMPRA" TO ACM-TIPO
                       END-IF
                       MOVE CLM-VALOR TO ACM-VALOR
                       MOVE CLM-SALDO TO ACM-SALDO
                       MOVE CLM-RECIBO TO ACM-RECIBO
                       MOVE ACE-CLM-LINE TO WS-ACE-RPT-LINE
                       CALL "DECFMT" USING WS-ACE-RPT-LINE,
                           WS-ACE-RPT-LEN
                       WRITE WS-ACE-RPT-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
                   READ CLIMOVTOFILE
                       AT END SET ENDOFCLIMOVTO TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLIMOVTOFILE
           END-IF.
           IF WS-SECAO-COUNT = ZEROS
               WRITE WS-ACE-RPT-LINE FROM ACE-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0004-600-SEGMENTS.
           MOVE "SEGMENTACAO MENSAL (CLISEGHIST.DAT)" TO ASL-TITULO.
           WRITE WS-ACE-RPT-LINE FROM ACE-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-ACE-RPT-LINE FROM ACE-SEG-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE ZEROS TO WS-SECAO-COUNT.
           MOVE "N" TO WS-SGH-EOF-SW.
           IF WS-SGH-OPENED
               MOVE WS-ACE-CLIENTE(AX) TO SGH-CLIENTEID
               MOVE ZEROS TO SGH-YYYYMM
               START SEGHISTFILE KEY IS NOT LESS THAN SGH-KEY
                   INVALID KEY SET WS-SGH-EOF TO TRUE
               END-START
           ELSE
               SET WS-SGH-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-SGH-EOF
               READ SEGHISTFILE NEXT RECORD
                   AT END SET WS-SGH-EOF TO TRUE
               END-READ
               IF NOT WS-SGH-EOF
                   IF SGH-CLIENTEID NOT = WS-ACE-CLIENTE(AX)
                       SET WS-SGH-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-SECAO-COUNT
                       MOVE SGH-YYYYMM TO AGL-MES
                       EVALUATE SGH-SEGMENTO
                           WHEN "C" MOVE "CAMPEAO" TO AGL-SEGMENTO
                           WHEN "F" MOVE "FIEL" TO AGL-SEGMENTO
                           WHEN "N" MOVE "NOVO" TO AGL-SEGMENTO
                           WHEN "R" MOVE "EM RISCO" TO AGL-SEGMENTO
                           WHEN "P" MOVE "PERDIDO" TO AGL-SEGMENTO
                           WHEN OTHER
                               MOVE "SEM COMPRAS" TO AGL-SEGMENTO
                       END-EVALUATE
                       MOVE SGH-ULTIMA-COMPRA TO AGL-ULTIMA
                       MOVE SGH-FREQUENCIA TO AGL-FREQ
                       MOVE SGH-VALOR-12M TO AGL-VALOR
                       MOVE ACE-SEG-LINE TO WS-ACE-RPT-LINE
                       CALL "DECFMT" USING WS-ACE-RPT-LINE,
                           WS-ACE-RPT-LEN
                       WRITE WS-ACE-RPT-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SECAO-COUNT = ZEROS
               WRITE WS-ACE-RPT-LINE FROM ACE-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0004-700-RECEIPTS.
           MOVE "RECIBOS EMITIDOS (RECIBO.TXT)" TO ASL-TITULO.
           WRITE WS-ACE-RPT-LINE FROM ACE-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-SECAO-COUNT.
           OPEN INPUT RECIBOFILE.
           IF WS-RCB-STATUS-OK
               READ RECIBOFILE
                   AT END SET ENDOFRECIBO TO TRUE
               END-READ
               PERFORM UNTIL ENDOFRECIBO
                   IF RCB-ROTULO = "CLIENTE "
                      AND RCB-CLIENTE = WS-CLIENTE-X
                       ADD 1 TO WS-SECAO-COUNT
                   END-IF
                   READ RECIBOFILE
                       AT END SET ENDOFRECIBO TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RECIBOFILE
           END-IF.
           MOVE "RECIBOS COM NOME E CODIGO DO CLIENTE" TO ACN-LABEL.
           MOVE WS-SECAO-COUNT TO ACN-COUNT.
           WRITE WS-ACE-RPT-LINE FROM ACE-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      * LGPDREQ.DAT IS WRITTEN BACK FROM LGPDREQ.TMP WITH THE ACCESS   *
      * REQUESTS OF THIS RUN CLOSED.                                   *
      *----------------------------------------------------------------*
       0006-CLOSE-REQUESTS.
           OPEN INPUT REQTEMPFILE.
           OPEN OUTPUT LGPDREQFILE.
           IF NOT WS-LRQ-STATUS-OK
               DISPLAY 'ERRO AO REGRAVAR LGPDREQ.DAT - STATUS '
                   WS-LRQ-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE REQTEMPFILE
           ELSE
               READ REQTEMPFILE
                   AT END SET ENDOFREQTEMP TO TRUE
               END-READ
               PERFORM UNTIL ENDOFREQTEMP
                   MOVE RQT-RECORD TO LRQ-RECORD
                   IF LRQ-ACESSO AND LRQ-PENDENTE
                       PERFORM 0006-100-MARK-REQUEST
                           VARYING AX FROM 1 BY 1
                           UNTIL AX > WS-ACE-COUNT
                   END-IF
                   WRITE LRQ-RECORD
                   READ REQTEMPFILE
                       AT END SET ENDOFREQTEMP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REQTEMPFILE, LGPDREQFILE
           END-IF.

       0006-100-MARK-REQUEST.
           IF WS-ACE-REQ-ID(AX) = LRQ-ID
               MOVE "C" TO LRQ-SITUACAO
               MOVE WS-RUN-DATE-NUM TO LRQ-CONCLUSAO
               MOVE "RELATORIO LGPDACES.RPT" TO LRQ-OBS
           END-IF.

       0007-FINALIZE.
           MOVE "SOLICITACOES DE ACESSO ATENDIDAS" TO ACN-LABEL.
           MOVE WS-ACE-COUNT TO ACN-COUNT.
           WRITE WS-ACE-RPT-LINE FROM ACE-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "SOLICITACOES ADIADAS PARA A PROXIMA" TO ACN-LABEL.
           MOVE WS-ADIADAS-COUNT TO ACN-COUNT.
           WRITE WS-ACE-RPT-LINE FROM ACE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-ACE-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 2 LINES.
           CLOSE ACESREPORTFILE.
           IF WS-CLI-OPENED
               CLOSE CLIENTMASTERFILE
           END-IF.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           IF WS-SGH-OPENED
               CLOSE SEGHISTFILE
           END-IF.
           DISPLAY 'LGPDACES: ' WS-ACE-COUNT
               ' SOLICITACAO(OES) DE ACESSO ATENDIDA(S)'.

       END PROGRAM LGPDACES.
