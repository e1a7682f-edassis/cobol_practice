      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. DAILY RECONCILIATION OF THE BANK
      *              ACCOUNT. THE BANK'S STATEMENT EXTRATO.DAT (SHOP
      *              H/D/T ENVELOPE; HEADER = STATEMENT DATE AND
      *              OPENING BALANCE, TRAILER = DETAIL COUNT, TOTAL OF
      *              THE DETAIL VALUES AND CLOSING BALANCE) IS PROVED
      *              WHOLE AND EACH OF ITS LINES IS MATCHED TO THE
      *              MOVEMENT THE BOOKS EXPECT: THE TILL CASH OF EACH
      *              CLOSED DAY (TILL.DAT), THE PAYROLL, 13TH SALARY
      *              AND SEVERANCE REMITTANCES (BANKREM.DAT,
      *              DECIMOREM.DAT, RESCREM.DAT, TAKEN AT THEIR
      *              TRAILER TOTAL ONCE PER HEADER DATE), THE
      *              INVESTMENT CONTRIBUTIONS RECEIVED AND REDEMPTIONS
      *              PAID NET OF IR (INVMOV.DAT), AND THE SUPPLIER
      *              INVOICES STILL TO PAY IN NFAPROV.DAT. A LINE IS
      *              MATCHED FIRST BY DIRECTION, VALUE AND REFERENCE,
      *              THEN BY DIRECTION AND VALUE WITH THE BANK DATE UP
      *              TO FIVE DAYS AFTER THE BOOK DATE; A BANK DEBIT
      *              WHOSE REFERENCE IS SUPPLIER + INVOICE NUMBER IS
      *              MATCHED TO THAT INVOICE'S TOTAL. ITEMS STILL OPEN
      *              ON EITHER SIDE ARE CARRIED IN BANKRECON.DAT TO
      *              THE NEXT DAY; BANKRCTL.DAT HOLDS HOW FAR EACH
      *              SOURCE HAS BEEN TAKEN AND THE BOOK AND BANK
      *              BALANCES. BANKRECON.RPT SHOWS THE MATCHED COUNTS,
      *              THE OPEN ITEMS OF EACH SIDE WITH THEIR AGE
      *              (FLAGGED WHEN OVER THREE DAYS) AND THE BOOK
      *              BALANCE RECONCILED TO THE BANK BALANCE
      *              (RETURN-CODE 4 WHEN THEY DO NOT AGREE OR THE
      *              OPENING BALANCE IS NOT YESTERDAY'S CLOSING). A
      *              STATEMENT WITH A BROKEN ENVELOPE, OR ONE ALREADY
      *              TAKEN, IS REFUSED AND LEFT IN PLACE (RETURN-CODE
      *              8); A STATEMENT TAKEN IN IS REWRITTEN EMPTY. THE
      *              FIRST STATEMENT EVER READ SETS THE STARTING POINT
      *              AND THE OPENING BOOK BALANCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATOFILE ASSIGN TO DYNAMIC WS-PTH-EXTRATO-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT TILLFILE ASSIGN TO DYNAMIC WS-PTH-TILL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIL-STATUS.

           SELECT MOVLEDGERFILE ASSIGN TO DYNAMIC WS-PTH-INVMOV-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.

           SELECT REMESSAFILE ASSIGN TO DYNAMIC WS-REM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.

           SELECT NFAPROVFILE ASSIGN TO DYNAMIC WS-PTH-NFAPROV-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-CHAVE
               FILE STATUS IS WS-APR-STATUS.

           SELECT BANKRECONFILE ASSIGN TO DYNAMIC WS-PTH-BANKRECON-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRC-STATUS.

           SELECT BANKRCTLFILE ASSIGN TO DYNAMIC WS-PTH-BANKRCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKC-STATUS.

           SELECT BANKRECONREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-BANKRECON-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATOFILE.
       01  EXT-RECORD.
           88 WS-EOF-EXT           VALUE HIGH-VALUES.
           05 EXT-TYPE             PIC X(01).
              88 EXT-HEADER        VALUE "H".
              88 EXT-DETAIL        VALUE "D".
              88 EXT-TRAILER       VALUE "T".
           05 EXT-DATA             PIC X(79).
           05 EXT-HDR REDEFINES EXT-DATA.
              10 EXTH-DATE         PIC 9(08).
              10 EXTH-BANCO        PIC X(20).
              10 EXTH-SALDO-INICIAL PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
              10 FILLER            PIC X(35).
           05 EXT-DET REDEFINES EXT-DATA.
              10 EXTD-DATA         PIC 9(08).
              10 EXTD-DC           PIC X(01).
                 88 EXTD-DEBITO    VALUE "D".
                 88 EXTD-CREDITO   VALUE "C".
              10 EXTD-VALOR        PIC 9(11)V99.
              10 EXTD-REFERENCIA   PIC X(20).
              10 EXTD-HISTORICO    PIC X(25).
              10 FILLER            PIC X(12).
           05 EXT-TRL REDEFINES EXT-DATA.
              10 EXTT-COUNT        PIC 9(07).
              10 EXTT-TOTAL        PIC 9(13)V99.
              10 EXTT-SALDO-FINAL  PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
              10 FILLER            PIC X(41).

       FD  TILLFILE.
       01  TILL-RECORD.
           88 ENDOFTILL            VALUE HIGH-VALUES.
           05 TILL-DATE            PIC 9(8).
           05 TILL-NUM             PIC 9(6).
           05 TILL-OPER            PIC X(8).
           05 TILL-BOOKNUM         PIC X(5).
           05 TILL-COPIES          PIC 9(2).
           05 TILL-VALOR           PIC 9(7)V9(2).
           05 TILL-VALE-NUM        PIC 9(8).
           05 TILL-VALE-VALOR      PIC 9(7)V9(2).
           05 TILL-DINHEIRO        PIC 9(7)V9(2).
           05 TILL-DEBITO          PIC 9(7)V9(2).
           05 TILL-CREDITO         PIC 9(7)V9(2).
           05 TILL-PIX             PIC 9(7)V9(2).
           05 TILL-PRAZO           PIC 9(7)V9(2).

       FD  MOVLEDGERFILE.
       01  MOV-RECORD.
           88 ENDOFMOV             VALUE HIGH-VALUES.
           05 MOV-CLIENTE          PIC 9(05).
           05 MOV-PRODUTO          PIC X(03).
           05 MOV-DATA             PIC 9(08).
           05 MOV-TIPO             PIC X(01).
              88 MOV-APORTE        VALUE "C".
              88 MOV-RESGATE       VALUE "R".
              88 MOV-VENCIMENTO    VALUE "V".
              88 MOV-IR-RETIDO     VALUE "I".
           05 MOV-VALOR            PIC S9(11)V9(2)
                                   SIGN IS LEADING SEPARATE.
           05 MOV-REND-PARCELA     PIC 9(11)V9(2).
           05 MOV-SALDO            PIC 9(11)V9(2).
           05 MOV-ISENTO           PIC X(01).
           05 MOV-DATA-REG         PIC 9(08).

      *    BANKREM.DAT, DECIMOREM.DAT AND RESCREM.DAT SHARE ONE LAYOUT.
       FD  REMESSAFILE.
       01  REM-RECORD.
           88 ENDOFREM             VALUE HIGH-VALUES.
           05 REM-TYPE             PIC X(01).
              88 REM-HEADER        VALUE "H".
              88 REM-DETAIL        VALUE "D".
              88 REM-TRAILER       VALUE "T".
           05 REM-DATA             PIC X(59).
           05 REM-HDR REDEFINES REM-DATA.
              10 REMH-ROTULO       PIC X(14).
              10 REMH-DATE         PIC 9(08).
              10 FILLER            PIC X(37).
           05 REM-TRL REDEFINES REM-DATA.
              10 REMT-COUNT        PIC 9(06).
              10 FILLER            PIC X(01).
              10 REMT-HASH-INTEIRO PIC X(13).
              10 REMT-HASH-SEP     PIC X(01).
              10 REMT-HASH-CENTAVO PIC X(02).
              10 FILLER            PIC X(36).

       FD  NFAPROVFILE.
       01  APR-RECORD.
           05 APR-CHAVE.
              10 APR-FORNECEDOR  PIC X(05).
              10 APR-NOTA        PIC X(09).
              10 APR-PONUM       PIC X(06).
           05 APR-BOOKNUM        PIC X(05).
           05 APR-QTY            PIC 9(05).
           05 APR-CUSTO-UNIT     PIC 9(5)V99.
           05 APR-VALOR          PIC 9(10)V99.
           05 APR-DATA-EMISSAO   PIC 9(08).
           05 APR-DATA-APROV     PIC 9(08).
           05 APR-SITUACAO       PIC X(01).
              88 APR-A-PAGAR     VALUE "A".

      *    OPEN ITEMS CARRIED TO THE NEXT DAY. LADO L = BOOK ITEM NOT
      *    YET IN THE BANK, B = BANK LINE NOT YET IN THE BOOKS, F =
      *    SUPPLIER INVOICE ALREADY MATCHED TO A BANK DEBIT, KEPT WHILE
      *    NFAPROV.DAT STILL SHOWS IT AS TO BE PAID.
       FD  BANKRECONFILE.
       01  BRC-RECORD.
           88 ENDOFBANKRECON       VALUE HIGH-VALUES.
           05 BRC-LADO             PIC X(01).
           05 BRC-DATA             PIC 9(08).
           05 BRC-DC               PIC X(01).
           05 BRC-VALOR            PIC 9(11)V99.
           05 BRC-ORIGEM           PIC X(08).
           05 BRC-REFERENCIA       PIC X(20).
           05 BRC-HISTORICO        PIC X(25).

       FD  BANKRCTLFILE.
       01  BKC-RECORD.
           05 BKC-PROX-CAIXA       PIC 9(08).
           05 BKC-ULT-INVMOV       PIC 9(08).
           05 BKC-ULT-FOLHA        PIC 9(08).
           05 BKC-ULT-DECIMO       PIC 9(08).
           05 BKC-ULT-RESCISAO     PIC 9(08).
           05 BKC-DATA-EXTRATO     PIC 9(08).
           05 BKC-SALDO-LIVRO      PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05 BKC-SALDO-BANCO      PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.

       FD  BANKRECONREPORTFILE.
       01  WS-BREC-RPT-LINE        PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-PTH-EXTRATO-DAT PIC X(44)
           VALUE "ASSETS/EXTRATO.DAT".
       77  WS-PTH-TILL-DAT PIC X(44)
           VALUE "ASSETS/TILL.DAT".
       77  WS-PTH-INVMOV-DAT PIC X(44)
           VALUE "ASSETS/INVMOV.DAT".
       77  WS-PTH-BANKREM-DAT PIC X(44)
           VALUE "ASSETS/BANKREM.DAT".
       77  WS-PTH-DECIMOREM-DAT PIC X(44)
           VALUE "ASSETS/DECIMOREM.DAT".
       77  WS-PTH-RESCREM-DAT PIC X(44)
           VALUE "ASSETS/RESCREM.DAT".
       77  WS-PTH-NFAPROV-DAT PIC X(44)
           VALUE "ASSETS/NFAPROV.DAT".
       77  WS-PTH-BANKRECON-DAT PIC X(44)
           VALUE "ASSETS/BANKRECON.DAT".
       77  WS-PTH-BANKRCTL-DAT PIC X(44)
           VALUE "ASSETS/BANKRCTL.DAT".
       77  WS-PTH-BANKRECON-RPT PIC X(44)
           VALUE "ASSETS/BANKRECON.RPT".
       77  WS-REM-PATH             PIC X(44) VALUE SPACES.
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-BREC-RPT-LEN         PIC 9(03) VALUE 120.
       77  WS-EXT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-EXT-STATUS-OK     VALUE "00".
           88 WS-EXT-NOT-FOUND     VALUE "35".
       77  WS-TIL-STATUS           PIC X(02) VALUE SPACES.
           88 WS-TIL-STATUS-OK     VALUE "00".
       77  WS-MOV-STATUS           PIC X(02) VALUE SPACES.
           88 WS-MOV-STATUS-OK     VALUE "00".
       77  WS-REM-STATUS           PIC X(02) VALUE SPACES.
           88 WS-REM-STATUS-OK     VALUE "00".
       77  WS-APR-STATUS           PIC X(02) VALUE SPACES.
           88 WS-APR-STATUS-OK     VALUE "00".
       77  WS-EOF-APR-SW           PIC X(01) VALUE "N".
           88 WS-EOF-NFAPROV       VALUE "Y".
       77  WS-BRC-STATUS           PIC X(02) VALUE SPACES.
           88 WS-BRC-STATUS-OK     VALUE "00".
       77  WS-BKC-STATUS           PIC X(02) VALUE SPACES.
           88 WS-BKC-STATUS-OK     VALUE "00".

      *    N = NO STATEMENT TODAY, A = ACCEPTED, R = REFUSED.
       77  WS-EXT-SW               PIC X(01) VALUE "N".
           88 WS-EXT-ACEITO        VALUE "A".
           88 WS-EXT-RECUSADO      VALUE "R".
       77  WS-CTL-SW               PIC X(01) VALUE "N".
           88 WS-CTL-EXISTE        VALUE "Y".
       77  WS-NFAPROV-SW           PIC X(01) VALUE "N".
           88 WS-NFAPROV-LIDO      VALUE "Y".
       77  WS-ENV-COUNT            PIC 9(07) VALUE ZEROS.
       77  WS-ENV-HASH             PIC 9(13)V9(2) VALUE ZEROS.
       77  WS-ENV-SALDO            PIC S9(13)V9(2) VALUE ZEROS.
       77  WS-ENV-SW               PIC X(01) VALUE "N".
           88 WS-ENV-BROKEN        VALUE "Y".
       77  WS-TRAILER-SW           PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN      VALUE "Y".
       77  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
           88 WS-TABLE-FULL        VALUE "Y".
       77  WS-CONTINUIDADE-SW      PIC X(01) VALUE "N".
           88 WS-CONTINUIDADE-QUEBRADA VALUE "Y".

      *    STATEMENT FIGURES KEPT FROM THE ENVELOPE CHECK.
       77  WS-EXT-DATA             PIC 9(08) VALUE ZEROS.
       77  WS-EXT-SALDO-INICIAL    PIC S9(13)V99 VALUE ZEROS.
       77  WS-EXT-SALDO-FINAL      PIC S9(13)V99 VALUE ZEROS.

      *    HOW FAR EACH SOURCE HAS BEEN TAKEN. ON THE FIRST RUN
      *    WS-INICIO HOLDS THE FIRST STATEMENT'S DATE, SO NOTHING OLDER
      *    IS PUT ON THE BOOK SIDE.
       77  WS-PROX-CAIXA           PIC 9(08) VALUE ZEROS.
       77  WS-ULT-INVMOV           PIC 9(08) VALUE ZEROS.
       77  WS-ULT-FOLHA            PIC 9(08) VALUE ZEROS.
       77  WS-ULT-DECIMO           PIC 9(08) VALUE ZEROS.
       77  WS-ULT-RESCISAO         PIC 9(08) VALUE ZEROS.
       77  WS-ULT-EXTRATO          PIC 9(08) VALUE ZEROS.
       77  WS-INICIO               PIC 9(08) VALUE ZEROS.
       77  WS-SALDO-LIVRO          PIC S9(13)V99 VALUE ZEROS.
       77  WS-SALDO-BANCO          PIC S9(13)V99 VALUE ZEROS.

       77  WS-PRAZO-DIAS           PIC 9(3) VALUE 3.
       77  WS-JANELA-DIAS          PIC 9(3) VALUE 5.
       77  WS-DIAS-PENDENTE        PIC S9(7) VALUE ZEROS.
       77  WS-RUN-SERIAL           PIC 9(7) VALUE ZEROS.
       77  WS-SERIAL-WORK          PIC 9(7) VALUE ZEROS.
       77  WS-SER-AUX              PIC 9(7) VALUE ZEROS.
       77  WS-SER-ANO-BASE         PIC 9(4) VALUE ZEROS.
       01  WS-SERIAL-DATE-X.
           05 WS-SDX-ANO           PIC 9(4).
           05 WS-SDX-MES           PIC 9(2).
           05 WS-SDX-DIA           PIC 9(2).
       01  WS-SERIAL-DATE-N REDEFINES WS-SERIAL-DATE-X PIC 9(8).

       01  WS-CUMDAYS-TABLE.
           05 FILLER               PIC X(36)
              VALUE "000031059090120151181212243273304334".
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-TABLE.
           05 WS-CUMDAYS-MES       PIC 9(3) OCCURS 12 TIMES.

      *    BOOK SIDE (LV) AND BANK SIDE (BX). FLAG P = OPEN, M =
      *    MATCHED. WS-LV-NOVO = S FOR A BOOK ITEM TAKEN TODAY.
       01  WS-LV-TABLE.
           05 WS-LV-ENTRY OCCURS 500 TIMES.
              10 WS-LV-DATA        PIC 9(8).
              10 WS-LV-SERIAL      PIC 9(7).
              10 WS-LV-DC          PIC X(1).
              10 WS-LV-VALOR       PIC 9(11)V99.
              10 WS-LV-ORIGEM      PIC X(8).
              10 WS-LV-REFERENCIA  PIC X(20).
              10 WS-LV-HISTORICO   PIC X(25).
              10 WS-LV-FLAG        PIC X(1).
              10 WS-LV-NOVO        PIC X(1).
       01  WS-LV-COUNT             PIC 9(3) VALUE ZEROS.
       01  LX                      PIC 9(3).

       01  WS-BX-TABLE.
           05 WS-BX-ENTRY OCCURS 500 TIMES.
              10 WS-BX-DATA        PIC 9(8).
              10 WS-BX-SERIAL      PIC 9(7).
              10 WS-BX-DC          PIC X(1).
              10 WS-BX-VALOR       PIC 9(11)V99.
              10 WS-BX-ORIGEM      PIC X(8).
              10 WS-BX-REFERENCIA  PIC X(20).
              10 WS-BX-HISTORICO   PIC X(25).
              10 WS-BX-FLAG        PIC X(1).
       01  WS-BX-COUNT             PIC 9(3) VALUE ZEROS.
       01  BX                      PIC 9(3).

      *    SUPPLIER INVOICES STILL TO PAY (NFAPROV.DAT, ONE ENTRY PER
      *    SUPPLIER + INVOICE) AND THOSE ALREADY MATCHED TO THE BANK.
       01  WS-NF-TABLE.
           05 WS-NF-ENTRY OCCURS 500 TIMES.
              10 WS-NF-CHAVE       PIC X(14).
              10 WS-NF-VALOR       PIC 9(11)V99.
       01  WS-NF-COUNT             PIC 9(3) VALUE ZEROS.
       01  NX                      PIC 9(3).
       01  WS-QT-TABLE.
           05 WS-QT-ENTRY OCCURS 500 TIMES.
              10 WS-QT-CHAVE       PIC X(14).
              10 WS-QT-DATA        PIC 9(8).
              10 WS-QT-VALOR       PIC 9(11)V99.
       01  WS-QT-COUNT             PIC 9(3) VALUE ZEROS.
       01  QX                      PIC 9(3).

      *    ONE ITEM AS IT IS PUT ON EITHER SIDE.
       77  WS-IT-DATA              PIC 9(8) VALUE ZEROS.
       77  WS-IT-DC                PIC X(1) VALUE SPACE.
       77  WS-IT-VALOR             PIC 9(11)V99 VALUE ZEROS.
       77  WS-IT-ORIGEM            PIC X(8) VALUE SPACES.
       77  WS-IT-REFERENCIA        PIC X(20) VALUE SPACES.
       77  WS-IT-HISTORICO         PIC X(25) VALUE SPACES.
       77  WS-RESGATE-LX           PIC 9(3) VALUE ZEROS.
       77  WS-MOV-ABSOLUTO         PIC 9(11)V99 VALUE ZEROS.

      *    ONE REMITTANCE FILE AS IT IS TAKEN.
       77  WS-REM-NOME             PIC X(16) VALUE SPACES.
       77  WS-REM-ORIGEM           PIC X(8) VALUE SPACES.
       77  WS-REM-ULTIMA           PIC 9(8) VALUE ZEROS.
       77  WS-REM-DATA             PIC 9(8) VALUE ZEROS.
       77  WS-REM-ROTULO           PIC X(14) VALUE SPACES.
       77  WS-REM-COUNT            PIC 9(6) VALUE ZEROS.
       77  WS-REM-VALOR            PIC 9(13)V99 VALUE ZEROS.
       77  WS-REM-SW               PIC X(01) VALUE "N".
           88 WS-REM-NOVA          VALUE "Y".
           88 WS-REM-INVALIDA      VALUE "X".
       01  WS-HASH-INTEIRO-X       PIC X(13).
       01  WS-HASH-INTEIRO-N REDEFINES WS-HASH-INTEIRO-X PIC 9(13).
       01  WS-HASH-CENTAVO-X       PIC X(02).
       01  WS-HASH-CENTAVO-N REDEFINES WS-HASH-CENTAVO-X PIC 9(02).

       77  WS-NF-FORNECEDOR        PIC X(05) VALUE SPACES.
       77  WS-NF-NOTA              PIC X(09) VALUE SPACES.

       77  WS-EXTRATO-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-EXTRATO-VALOR        PIC 9(13)V99 VALUE ZEROS.
       77  WS-LV-ANTERIOR-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-BX-ANTERIOR-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-LV-NOVAS-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-LV-NOVAS-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77  WS-CONC-REF-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-CONC-REF-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77  WS-CONC-DATA-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-CONC-DATA-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77  WS-CONC-FORN-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-CONC-FORN-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77  WS-CONC-COUNT           PIC 9(5) VALUE ZEROS.
       77  WS-CONC-VALOR           PIC 9(11)V99 VALUE ZEROS.
       77  WS-LV-PEND-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-LV-PEND-CREDITO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-LV-PEND-DEBITO       PIC 9(13)V99 VALUE ZEROS.
       77  WS-BX-PEND-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-BX-PEND-CREDITO      PIC 9(13)V99 VALUE ZEROS.
       77  WS-BX-PEND-DEBITO       PIC 9(13)V99 VALUE ZEROS.
       77  WS-ATRASADAS-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-BANCO-AJUSTADO       PIC S9(13)V99 VALUE ZEROS.
       77  WS-LIVRO-AJUSTADO       PIC S9(13)V99 VALUE ZEROS.
       77  WS-DIFERENCA            PIC S9(13)V99 VALUE ZEROS.

       01  BREC-SECTION-LINE.
           05 BSL-TEXT             PIC X(60).

       01  BREC-FILE-LINE.
           05 FILLER               PIC X(08) VALUE "ARQUIVO ".
           05 BFL-NAME             PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 BFL-TEXT             PIC X(60).

       01  BREC-ITEM-LINE.
           05 BIL-ORIGEM           PIC X(8).
           05 FILLER               PIC X(06) VALUE " DATA ".
           05 BIL-DATA             PIC 9(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 BIL-DC               PIC X(1).
           05 FILLER               PIC X(07) VALUE " VALOR ".
           05 BIL-VALOR            PIC Z(10)9,99.
           05 FILLER               PIC X(05) VALUE " REF ".
           05 BIL-REFERENCIA       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 BIL-HISTORICO        PIC X(25).
           05 FILLER               PIC X(04) VALUE " HA ".
           05 BIL-DIAS             PIC ZZZ9.
           05 FILLER               PIC X(05) VALUE " DIAS".
           05 BIL-ATRASO           PIC X(10).

       01  BREC-COUNT-LINE.
           05 BCL-LABEL            PIC X(38).
           05 BCL-COUNT            PIC ZZZZ9.
           05 FILLER               PIC X(08) VALUE "  VALOR ".
           05 BCL-VALOR            PIC Z(12)9,99.

       01  BREC-SALDO-LINE.
           05 BSA-LABEL            PIC X(51).
           05 BSA-VALOR            PIC -(13)9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 BSA-TEXT             PIC X(30).

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF NOT WS-CTL-EXISTE AND NOT WS-EXT-ACEITO
               DISPLAY 'CONCILIACAO BANCARIA AINDA NAO INICIADA - '
                   'AGUARDANDO O PRIMEIRO EXTRATO'
               IF WS-EXT-RECUSADO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF RETURN-CODE = ZERO
                   PERFORM 0002-700-OPEN-REPORT
                   PERFORM 0003-LOAD-OPEN-ITEMS
                   PERFORM 0004-CAPTURE-BOOK
                   IF WS-EXT-ACEITO
                       PERFORM 0005-LOAD-STATEMENT
                   END-IF
                   PERFORM 0006-MATCH
                   PERFORM 0007-FINALIZE
               END-IF
           END-IF.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-EXTRATO-DAT.
           CALL "DATADIR" USING WS-PTH-TILL-DAT.
           CALL "DATADIR" USING WS-PTH-INVMOV-DAT.
           CALL "DATADIR" USING WS-PTH-BANKREM-DAT.
           CALL "DATADIR" USING WS-PTH-DECIMOREM-DAT.
           CALL "DATADIR" USING WS-PTH-RESCREM-DAT.
           CALL "DATADIR" USING WS-PTH-NFAPROV-DAT.
           CALL "DATADIR" USING WS-PTH-BANKRECON-DAT.
           CALL "DATADIR" USING WS-PTH-BANKRCTL-DAT.
           CALL "DATADIR" USING WS-PTH-BANKRECON-RPT.

       0001-500-LOG-START.
           MOVE "BANKRECON" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "BANKRECON" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

      *----------------------------------------------------------------*
      * THE CONTROL RECORD, THEN THE STATEMENT PROVED WHOLE BEFORE ANY *
      * LINE OF IT IS MATCHED. A STATEMENT LEFT EMPTY BY THE LAST      *
      * CLEAN RUN COUNTS AS NO STATEMENT TODAY.                        *
      *----------------------------------------------------------------*
       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-SERIAL-DATE-N.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-RUN-SERIAL.
           OPEN INPUT BANKRCTLFILE.
           IF WS-BKC-STATUS-OK
               READ BANKRCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF BKC-PROX-CAIXA IS NUMERIC
                          AND BKC-ULT-INVMOV IS NUMERIC
                          AND BKC-ULT-FOLHA IS NUMERIC
                          AND BKC-ULT-DECIMO IS NUMERIC
                          AND BKC-ULT-RESCISAO IS NUMERIC
                          AND BKC-DATA-EXTRATO IS NUMERIC
                          AND BKC-SALDO-LIVRO IS NUMERIC
                          AND BKC-SALDO-BANCO IS NUMERIC
                           SET WS-CTL-EXISTE TO TRUE
                           MOVE BKC-PROX-CAIXA TO WS-PROX-CAIXA
                           MOVE BKC-ULT-INVMOV TO WS-ULT-INVMOV
                           MOVE BKC-ULT-FOLHA TO WS-ULT-FOLHA
                           MOVE BKC-ULT-DECIMO TO WS-ULT-DECIMO
                           MOVE BKC-ULT-RESCISAO TO WS-ULT-RESCISAO
                           MOVE BKC-DATA-EXTRATO TO WS-ULT-EXTRATO
                           MOVE BKC-SALDO-LIVRO TO WS-SALDO-LIVRO
                           MOVE BKC-SALDO-BANCO TO WS-SALDO-BANCO
                       ELSE
                           DISPLAY 'ERRO: BANKRCTL.DAT INVALIDO'
                           MOVE 1 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE BANKRCTLFILE
           END-IF.
           OPEN INPUT EXTRATOFILE.
           IF WS-EXT-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-EXT-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR EXTRATO.DAT - STATUS '
                       WS-EXT-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 0002-300-VERIFY-EXT
                   CLOSE EXTRATOFILE
               END-IF
           END-IF.
           IF WS-EXT-ACEITO AND WS-CTL-EXISTE
              AND WS-EXT-DATA NOT > WS-ULT-EXTRATO
               DISPLAY 'ERRO: EXTRATO DE ' WS-EXT-DATA
                   ' JA FOI CONCILIADO'
               SET WS-EXT-RECUSADO TO TRUE
           END-IF.
           IF WS-EXT-ACEITO AND NOT WS-CTL-EXISTE
               MOVE WS-EXT-DATA TO WS-PROX-CAIXA
               MOVE WS-EXT-DATA TO WS-INICIO
               MOVE WS-EXT-SALDO-INICIAL TO WS-SALDO-LIVRO
               MOVE WS-EXT-SALDO-INICIAL TO WS-SALDO-BANCO
           END-IF.
           IF WS-EXT-ACEITO AND WS-CTL-EXISTE
              AND WS-EXT-SALDO-INICIAL NOT = WS-SALDO-BANCO
               DISPLAY 'AVISO: SALDO INICIAL DO EXTRATO DIFERE DO '
                   'SALDO FINAL ANTERIOR'
               SET WS-CONTINUIDADE-QUEBRADA TO TRUE
           END-IF.

       0002-300-VERIFY-EXT.
           MOVE ZEROS TO WS-ENV-COUNT WS-ENV-HASH.
           MOVE "N" TO WS-ENV-SW.
           MOVE "N" TO WS-TRAILER-SW.
           PERFORM 0002-900-READ-EXT.
           IF NOT WS-EOF-EXT
               IF NOT EXT-HEADER
                  OR EXTH-DATE IS NOT NUMERIC
                  OR EXTH-SALDO-INICIAL IS NOT NUMERIC
                   DISPLAY 'ERRO: EXTRATO.DAT SEM REGISTRO HEADER'
                   SET WS-ENV-BROKEN TO TRUE
               ELSE
                   MOVE EXTH-DATE TO WS-EXT-DATA
                   MOVE EXTH-SALDO-INICIAL TO WS-EXT-SALDO-INICIAL
                   MOVE EXTH-SALDO-INICIAL TO WS-ENV-SALDO
                   PERFORM 0002-900-READ-EXT
                   PERFORM 0002-400-VERIFY-EXT-ONE
                       UNTIL WS-EOF-EXT
                   IF NOT WS-TRAILER-SEEN
                       DISPLAY 'ERRO: EXTRATO.DAT SEM REGISTRO TRAILER'
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               END-IF
               IF WS-ENV-BROKEN
                   SET WS-EXT-RECUSADO TO TRUE
               ELSE
                   SET WS-EXT-ACEITO TO TRUE
               END-IF
           END-IF.

       0002-400-VERIFY-EXT-ONE.
           IF EXT-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF EXTT-COUNT NOT = WS-ENV-COUNT
                   DISPLAY 'ERRO: CONTAGEM DO TRAILER NAO CONFERE - '
                       'EXTRATO.DAT'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               IF EXTT-TOTAL NOT = WS-ENV-HASH
                   DISPLAY 'ERRO: TOTAL DO TRAILER NAO CONFERE - '
                       'EXTRATO.DAT'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               IF EXTT-SALDO-FINAL IS NOT NUMERIC
                  OR EXTT-SALDO-FINAL NOT = WS-ENV-SALDO
                   DISPLAY 'ERRO: SALDO FINAL NAO FECHA COM OS '
                       'LANCAMENTOS - EXTRATO.DAT'
                   SET WS-ENV-BROKEN TO TRUE
               ELSE
                   MOVE EXTT-SALDO-FINAL TO WS-EXT-SALDO-FINAL
               END-IF
               SET WS-EOF-EXT TO TRUE
           ELSE
               IF EXT-DETAIL
                   ADD 1 TO WS-ENV-COUNT
                   IF EXTD-DATA IS NUMERIC
                      AND EXTD-DATA(5:2) > "00"
                      AND EXTD-DATA(5:2) < "13"
                      AND EXTD-VALOR IS NUMERIC
                      AND (EXTD-DEBITO OR EXTD-CREDITO)
                       ADD EXTD-VALOR TO WS-ENV-HASH
                       IF EXTD-CREDITO
                           ADD EXTD-VALOR TO WS-ENV-SALDO
                       ELSE
                           SUBTRACT EXTD-VALOR FROM WS-ENV-SALDO
                       END-IF
                   ELSE
                       DISPLAY 'ERRO: LINHA INVALIDA NO EXTRATO - '
                           'REF ' EXTD-REFERENCIA
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'ERRO: TIPO DE REGISTRO INVALIDO - '
                       EXT-TYPE
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               PERFORM 0002-900-READ-EXT
           END-IF.

       0002-700-OPEN-REPORT.
           OPEN OUTPUT BANKRECONREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "CONCILIACAO BANCARIA DIARIA" TO RPT-BH-TITLE.
           WRITE WS-BREC-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-BREC-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-BREC-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE "EXTRATO.DAT" TO BFL-NAME.
           EVALUATE TRUE
               WHEN WS-EXT-ACEITO AND NOT WS-CTL-EXISTE
                   MOVE "LIDO - PRIMEIRO EXTRATO, INICIO DA CONCILIACAO"
                       TO BFL-TEXT
               WHEN WS-EXT-ACEITO
                   MOVE "LIDO" TO BFL-TEXT
               WHEN WS-EXT-RECUSADO
                   MOVE "RECUSADO - ENVELOPE INVALIDO OU JA CONCILIADO"
                       TO BFL-TEXT
               WHEN OTHER
                   MOVE "SEM EXTRATO HOJE" TO BFL-TEXT
           END-EVALUATE.
           WRITE WS-BREC-RPT-LINE FROM BREC-FILE-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-CONTINUIDADE-QUEBRADA
               MOVE "*** SALDO INICIAL DO EXTRATO DIFERE DO SALDO FINAL"
                   TO BFL-TEXT
               WRITE WS-BREC-RPT-LINE FROM BREC-FILE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "ANTERIOR - FALTA UM EXTRATO OU O BANCO CORRIGIU"
                   TO BFL-TEXT
               MOVE SPACES TO BFL-NAME
               WRITE WS-BREC-RPT-LINE FROM BREC-FILE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0002-900-READ-EXT.
           READ EXTRATOFILE
               AT END SET WS-EOF-EXT TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * ITEMS STILL OPEN FROM EARLIER DAYS, ON BOTH SIDES.             *
      *----------------------------------------------------------------*
       0003-LOAD-OPEN-ITEMS.
           OPEN INPUT BANKRECONFILE.
           IF WS-BRC-STATUS-OK
               READ BANKRECONFILE
                   AT END SET ENDOFBANKRECON TO TRUE
               END-READ
               PERFORM UNTIL ENDOFBANKRECON
                   IF BRC-DATA IS NUMERIC
                      AND BRC-VALOR IS NUMERIC
                      AND BRC-VALOR > ZEROS
                       MOVE BRC-DATA TO WS-IT-DATA
                       MOVE BRC-DC TO WS-IT-DC
                       MOVE BRC-VALOR TO WS-IT-VALOR
                       MOVE BRC-ORIGEM TO WS-IT-ORIGEM
                       MOVE BRC-REFERENCIA TO WS-IT-REFERENCIA
                       MOVE BRC-HISTORICO TO WS-IT-HISTORICO
                       EVALUATE BRC-LADO
                           WHEN "L"
                               PERFORM 0003-500-ADD-BOOK-ITEM
                               IF LX > ZEROS
                                   ADD 1 TO WS-LV-ANTERIOR-COUNT
                               END-IF
                           WHEN "B"
                               PERFORM 0003-600-ADD-BANK-ITEM
                               IF BX > ZEROS
                                   ADD 1 TO WS-BX-ANTERIOR-COUNT
                               END-IF
                           WHEN "F"
                               PERFORM 0003-700-ADD-SETTLED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ BANKRECONFILE
                       AT END SET ENDOFBANKRECON TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BANKRECONFILE
           END-IF.

       0003-500-ADD-BOOK-ITEM.
           IF WS-LV-COUNT < 500
               ADD 1 TO WS-LV-COUNT
               MOVE WS-LV-COUNT TO LX
               MOVE WS-IT-DATA TO WS-LV-DATA(LX)
               MOVE WS-IT-DATA TO WS-SERIAL-DATE-N
               PERFORM 0008-DATE-TO-SERIAL
               MOVE WS-SERIAL-WORK TO WS-LV-SERIAL(LX)
               MOVE WS-IT-DC TO WS-LV-DC(LX)
               MOVE WS-IT-VALOR TO WS-LV-VALOR(LX)
               MOVE WS-IT-ORIGEM TO WS-LV-ORIGEM(LX)
               MOVE WS-IT-REFERENCIA TO WS-LV-REFERENCIA(LX)
               MOVE WS-IT-HISTORICO TO WS-LV-HISTORICO(LX)
               MOVE "P" TO WS-LV-FLAG(LX)
               MOVE "N" TO WS-LV-NOVO(LX)
           ELSE
               PERFORM 0003-900-TABLE-FULL
               MOVE ZEROS TO LX
           END-IF.

       0003-600-ADD-BANK-ITEM.
           IF WS-BX-COUNT < 500
               ADD 1 TO WS-BX-COUNT
               MOVE WS-BX-COUNT TO BX
               MOVE WS-IT-DATA TO WS-BX-DATA(BX)
               MOVE WS-IT-DATA TO WS-SERIAL-DATE-N
               PERFORM 0008-DATE-TO-SERIAL
               MOVE WS-SERIAL-WORK TO WS-BX-SERIAL(BX)
               MOVE WS-IT-DC TO WS-BX-DC(BX)
               MOVE WS-IT-VALOR TO WS-BX-VALOR(BX)
               MOVE WS-IT-ORIGEM TO WS-BX-ORIGEM(BX)
               MOVE WS-IT-REFERENCIA TO WS-BX-REFERENCIA(BX)
               MOVE WS-IT-HISTORICO TO WS-BX-HISTORICO(BX)
               MOVE "P" TO WS-BX-FLAG(BX)
           ELSE
               PERFORM 0003-900-TABLE-FULL
               MOVE ZEROS TO BX
           END-IF.

       0003-700-ADD-SETTLED.
           IF WS-QT-COUNT < 500
               ADD 1 TO WS-QT-COUNT
               MOVE WS-IT-REFERENCIA(1:14) TO WS-QT-CHAVE(WS-QT-COUNT)
               MOVE WS-IT-DATA TO WS-QT-DATA(WS-QT-COUNT)
               MOVE WS-IT-VALOR TO WS-QT-VALOR(WS-QT-COUNT)
           ELSE
               PERFORM 0003-900-TABLE-FULL
           END-IF.

       0003-900-TABLE-FULL.
           IF NOT WS-TABLE-FULL
               DISPLAY 'LIMITE DE 500 LANCAMENTOS EXCEDIDO - '
                   'CONCILIACAO BANCARIA INCOMPLETA'
               SET WS-TABLE-FULL TO TRUE
               MOVE 1 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * THE BOOK SIDE - WHAT EACH SOURCE HAS PUT THROUGH THE BANK      *
      * SINCE THE LAST RUN, AND THE SUPPLIER INVOICES STILL TO PAY.    *
      *----------------------------------------------------------------*
       0004-CAPTURE-BOOK.
           PERFORM 0004-100-TAKE-TILL.
           PERFORM 0004-300-TAKE-INVMOV.
           MOVE WS-PTH-BANKREM-DAT TO WS-REM-PATH.
           MOVE "BANKREM.DAT" TO WS-REM-NOME.
           MOVE "FOLHA" TO WS-REM-ORIGEM.
           MOVE WS-ULT-FOLHA TO WS-REM-ULTIMA.
           PERFORM 0004-500-TAKE-REMITTANCE THRU 0004-500-EXIT.
           MOVE WS-REM-ULTIMA TO WS-ULT-FOLHA.
           MOVE WS-PTH-DECIMOREM-DAT TO WS-REM-PATH.
           MOVE "DECIMOREM.DAT" TO WS-REM-NOME.
           MOVE "13O SAL" TO WS-REM-ORIGEM.
           MOVE WS-ULT-DECIMO TO WS-REM-ULTIMA.
           PERFORM 0004-500-TAKE-REMITTANCE THRU 0004-500-EXIT.
           MOVE WS-REM-ULTIMA TO WS-ULT-DECIMO.
           MOVE WS-PTH-RESCREM-DAT TO WS-REM-PATH.
           MOVE "RESCREM.DAT" TO WS-REM-NOME.
           MOVE "RESCISAO" TO WS-REM-ORIGEM.
           MOVE WS-ULT-RESCISAO TO WS-REM-ULTIMA.
           PERFORM 0004-500-TAKE-REMITTANCE THRU 0004-500-EXIT.
           MOVE WS-REM-ULTIMA TO WS-ULT-RESCISAO.
           PERFORM 0004-700-LOAD-PAYABLES.

      *    THE CASH OF EACH CLOSED TILL DAY, DEPOSITED AS ONE AMOUNT.
       0004-100-TAKE-TILL.
           OPEN INPUT TILLFILE.
           IF WS-TIL-STATUS-OK
               READ TILLFILE
                   AT END SET ENDOFTILL TO TRUE
               END-READ
               PERFORM 0004-200-TAKE-RECEIPT UNTIL ENDOFTILL
               CLOSE TILLFILE
           END-IF.

       0004-200-TAKE-RECEIPT.
           IF TILL-DATE IS NUMERIC
              AND TILL-DATE NOT < WS-PROX-CAIXA
              AND TILL-DATE < WS-RUN-DATE-NUM
              AND TILL-DINHEIRO IS NUMERIC
              AND TILL-DINHEIRO > ZEROS
               PERFORM 0004-250-SCAN-DEPOSIT
                   VARYING LX FROM 1 BY 1
                   UNTIL LX > WS-LV-COUNT
                      OR (WS-LV-ORIGEM(LX) = "DEPOSITO"
                          AND WS-LV-NOVO(LX) = "S"
                          AND WS-LV-DATA(LX) = TILL-DATE)
               IF LX > WS-LV-COUNT
                   MOVE TILL-DATE TO WS-IT-DATA
                   MOVE "C" TO WS-IT-DC
                   MOVE TILL-DINHEIRO TO WS-IT-VALOR
                   MOVE "DEPOSITO" TO WS-IT-ORIGEM
                   MOVE SPACES TO WS-IT-REFERENCIA
                   MOVE "DINHEIRO DO CAIXA" TO WS-IT-HISTORICO
                   PERFORM 0003-500-ADD-BOOK-ITEM
                   IF LX > ZEROS
                       MOVE "S" TO WS-LV-NOVO(LX)
                   END-IF
               ELSE
                   ADD TILL-DINHEIRO TO WS-LV-VALOR(LX)
               END-IF
           END-IF.
           READ TILLFILE
               AT END SET ENDOFTILL TO TRUE
           END-READ.

       0004-250-SCAN-DEPOSIT.
           CONTINUE.

      *    CONTRIBUTIONS RECEIVED AND REDEMPTIONS PAID. A REDEMPTION IS
      *    FOLLOWED BY ITS IR LINE WHEN TAX WAS WITHHELD, AND ONLY THE
      *    NET AMOUNT LEAVES THE ACCOUNT.
       0004-300-TAKE-INVMOV.
           OPEN INPUT MOVLEDGERFILE.
           IF WS-MOV-STATUS-OK
               MOVE ZEROS TO WS-RESGATE-LX
               READ MOVLEDGERFILE
                   AT END SET ENDOFMOV TO TRUE
               END-READ
               PERFORM 0004-400-TAKE-MOVEMENT UNTIL ENDOFMOV
               CLOSE MOVLEDGERFILE
           END-IF.

       0004-400-TAKE-MOVEMENT.
           IF MOV-DATA-REG IS NUMERIC
              AND MOV-DATA-REG > WS-ULT-INVMOV
              AND MOV-DATA-REG NOT < WS-INICIO
              AND MOV-DATA-REG NOT > WS-RUN-DATE-NUM
              AND MOV-DATA IS NUMERIC
              AND MOV-VALOR IS NUMERIC
               MOVE MOV-VALOR TO WS-MOV-ABSOLUTO
               EVALUATE TRUE
                   WHEN MOV-IR-RETIDO AND WS-RESGATE-LX > ZEROS
                       IF WS-MOV-ABSOLUTO < WS-LV-VALOR(WS-RESGATE-LX)
                           SUBTRACT WS-MOV-ABSOLUTO
                               FROM WS-LV-VALOR(WS-RESGATE-LX)
                       END-IF
                       MOVE ZEROS TO WS-RESGATE-LX
                   WHEN (MOV-APORTE OR MOV-RESGATE OR MOV-VENCIMENTO)
                        AND WS-MOV-ABSOLUTO > ZEROS
                       MOVE MOV-DATA TO WS-IT-DATA
                       MOVE "INVEST" TO WS-IT-ORIGEM
                       MOVE SPACES TO WS-IT-REFERENCIA
                       STRING "INV" MOV-CLIENTE MOV-PRODUTO
                           DELIMITED BY SIZE INTO WS-IT-REFERENCIA
                       MOVE WS-MOV-ABSOLUTO TO WS-IT-VALOR
                       MOVE SPACES TO WS-IT-HISTORICO
                       IF MOV-APORTE
                           MOVE "C" TO WS-IT-DC
                           STRING "APORTE CLIENTE " MOV-CLIENTE
                               DELIMITED BY SIZE INTO WS-IT-HISTORICO
                       ELSE
                           MOVE "D" TO WS-IT-DC
                           STRING "RESGATE CLIENTE " MOV-CLIENTE
                               DELIMITED BY SIZE INTO WS-IT-HISTORICO
                       END-IF
                       PERFORM 0003-500-ADD-BOOK-ITEM
                       IF LX > ZEROS
                           MOVE "S" TO WS-LV-NOVO(LX)
                       END-IF
                       IF MOV-APORTE
                           MOVE ZEROS TO WS-RESGATE-LX
                       ELSE
                           MOVE LX TO WS-RESGATE-LX
                       END-IF
                   WHEN OTHER
                       MOVE ZEROS TO WS-RESGATE-LX
               END-EVALUATE
           ELSE
               MOVE ZEROS TO WS-RESGATE-LX
           END-IF.
           READ MOVLEDGERFILE
               AT END SET ENDOFMOV TO TRUE
           END-READ.

      *    ONE REMITTANCE FILE (WS-REM-*). A HEADER DATE NOT SEEN BEFORE
      *    PUTS THE TRAILER TOTAL ON THE BOOK SIDE AS ONE DEBIT. A FILE
      *    WHOSE TRAILER DOES NOT CLOSE IS LEFT FOR THE NEXT NIGHT.
       0004-500-TAKE-REMITTANCE.
           MOVE "N" TO WS-REM-SW.
           MOVE ZEROS TO WS-REM-COUNT WS-REM-VALOR.
           OPEN INPUT REMESSAFILE.
           IF NOT WS-REM-STATUS-OK
               GO TO 0004-500-EXIT
           END-IF.
           READ REMESSAFILE
               AT END SET ENDOFREM TO TRUE
           END-READ.
           IF NOT ENDOFREM
              AND REM-HEADER
              AND REMH-DATE IS NUMERIC
              AND REMH-DATE > WS-REM-ULTIMA
              AND REMH-DATE < WS-INICIO
               MOVE REMH-DATE TO WS-REM-ULTIMA
           END-IF.
           IF NOT ENDOFREM
              AND REM-HEADER
              AND REMH-DATE IS NUMERIC
              AND REMH-DATE > WS-REM-ULTIMA
               MOVE REMH-DATE TO WS-REM-DATA
               MOVE REMH-ROTULO TO WS-REM-ROTULO
               SET WS-REM-INVALIDA TO TRUE
               READ REMESSAFILE
                   AT END SET ENDOFREM TO TRUE
               END-READ
               PERFORM 0004-600-READ-REMITTANCE UNTIL ENDOFREM
           END-IF.
           CLOSE REMESSAFILE.
           IF WS-REM-INVALIDA
               MOVE WS-REM-NOME TO BFL-NAME
               MOVE "ENVELOPE INVALIDO - REMESSA NAO LANCADA NO LIVRO"
                   TO BFL-TEXT
               WRITE WS-BREC-RPT-LINE FROM BREC-FILE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 0004-500-EXIT
           END-IF.
           IF WS-REM-NOVA
               MOVE WS-REM-DATA TO WS-REM-ULTIMA
               IF WS-REM-VALOR > ZEROS
                   MOVE WS-REM-DATA TO WS-IT-DATA
                   MOVE "D" TO WS-IT-DC
                   MOVE WS-REM-VALOR TO WS-IT-VALOR
                   MOVE WS-REM-ORIGEM TO WS-IT-ORIGEM
                   MOVE WS-REM-ROTULO TO WS-IT-REFERENCIA
                   MOVE SPACES TO WS-IT-HISTORICO
                   STRING "REMESSA DE " WS-REM-COUNT " PAGAMENTOS"
                       DELIMITED BY SIZE INTO WS-IT-HISTORICO
                   PERFORM 0003-500-ADD-BOOK-ITEM
                   IF LX > ZEROS
                       MOVE "S" TO WS-LV-NOVO(LX)
                   END-IF
               END-IF
               MOVE WS-REM-NOME TO BFL-NAME
               MOVE "REMESSA LANCADA NO LIVRO" TO BFL-TEXT
               WRITE WS-BREC-RPT-LINE FROM BREC-FILE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       0004-500-EXIT.
           EXIT.

       0004-600-READ-REMITTANCE.
           EVALUATE TRUE
               WHEN REM-DETAIL
                   ADD 1 TO WS-REM-COUNT
               WHEN REM-TRAILER
                   MOVE REMT-HASH-INTEIRO TO WS-HASH-INTEIRO-X
                   INSPECT WS-HASH-INTEIRO-X REPLACING ALL SPACE BY ZERO
                   MOVE REMT-HASH-CENTAVO TO WS-HASH-CENTAVO-X
                   IF REMT-COUNT IS NUMERIC
                      AND REMT-COUNT = WS-REM-COUNT
                      AND WS-HASH-INTEIRO-N IS NUMERIC
                      AND WS-HASH-CENTAVO-N IS NUMERIC
                       COMPUTE WS-REM-VALOR = WS-HASH-INTEIRO-N
                           + WS-HASH-CENTAVO-N / 100
                       SET WS-REM-NOVA TO TRUE
                   END-IF
                   SET ENDOFREM TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT ENDOFREM
               READ REMESSAFILE
                   AT END SET ENDOFREM TO TRUE
               END-READ
           END-IF.

      *    INVOICES STILL TO PAY, ONE TOTAL PER SUPPLIER + INVOICE.
       0004-700-LOAD-PAYABLES.
           OPEN INPUT NFAPROVFILE.
           IF WS-APR-STATUS-OK
               SET WS-NFAPROV-LIDO TO TRUE
               MOVE SPACES TO WS-NF-FORNECEDOR WS-NF-NOTA
               MOVE LOW-VALUES TO APR-CHAVE
               START NFAPROVFILE KEY NOT < APR-CHAVE
                   INVALID KEY SET WS-EOF-NFAPROV TO TRUE
               END-START
               PERFORM 0004-800-READ-NFAPROV
               PERFORM UNTIL WS-EOF-NFAPROV
                   IF APR-A-PAGAR AND APR-VALOR IS NUMERIC
                       IF APR-FORNECEDOR NOT = WS-NF-FORNECEDOR
                          OR APR-NOTA NOT = WS-NF-NOTA
                          OR WS-NF-COUNT = ZEROS
                           PERFORM 0004-750-ADD-INVOICE
                       END-IF
                       IF NX > ZEROS
                           ADD APR-VALOR TO WS-NF-VALOR(NX)
                       END-IF
                   END-IF
                   PERFORM 0004-800-READ-NFAPROV
               END-PERFORM
               CLOSE NFAPROVFILE
           END-IF.

       0004-750-ADD-INVOICE.
           MOVE APR-FORNECEDOR TO WS-NF-FORNECEDOR.
           MOVE APR-NOTA TO WS-NF-NOTA.
           IF WS-NF-COUNT < 500
               ADD 1 TO WS-NF-COUNT
               MOVE WS-NF-COUNT TO NX
               MOVE APR-FORNECEDOR TO WS-NF-CHAVE(NX)(1:5)
               MOVE APR-NOTA TO WS-NF-CHAVE(NX)(6:9)
               MOVE ZEROS TO WS-NF-VALOR(NX)
           ELSE
               PERFORM 0003-900-TABLE-FULL
               MOVE ZEROS TO NX
           END-IF.

       0004-800-READ-NFAPROV.
           IF NOT WS-EOF-NFAPROV
               READ NFAPROVFILE NEXT RECORD
                   AT END SET WS-EOF-NFAPROV TO TRUE
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * THE BANK SIDE - EVERY LINE OF TODAY'S STATEMENT.               *
      *----------------------------------------------------------------*
       0005-LOAD-STATEMENT.
           OPEN INPUT EXTRATOFILE.
           PERFORM 0002-900-READ-EXT.
           PERFORM 0002-900-READ-EXT.
           PERFORM 0005-300-TAKE-LINE
               UNTIL WS-EOF-EXT OR EXT-TRAILER.
           CLOSE EXTRATOFILE.
           MOVE WS-EXT-SALDO-FINAL TO WS-SALDO-BANCO.

       0005-300-TAKE-LINE.
           ADD 1 TO WS-EXTRATO-COUNT.
           ADD EXTD-VALOR TO WS-EXTRATO-VALOR.
           MOVE EXTD-DATA TO WS-IT-DATA.
           MOVE EXTD-DC TO WS-IT-DC.
           MOVE EXTD-VALOR TO WS-IT-VALOR.
           MOVE "EXTRATO" TO WS-IT-ORIGEM.
           MOVE EXTD-REFERENCIA TO WS-IT-REFERENCIA.
           MOVE EXTD-HISTORICO TO WS-IT-HISTORICO.
           IF EXTD-VALOR > ZEROS
               PERFORM 0003-600-ADD-BANK-ITEM
           END-IF.
           PERFORM 0002-900-READ-EXT.

      *----------------------------------------------------------------*
      * EACH OPEN BANK LINE AGAINST THE OPEN BOOK ITEMS - FIRST BY     *
      * REFERENCE, THEN BY DATE AND VALUE, THEN A SUPPLIER PAYMENT.    *
      *----------------------------------------------------------------*
       0006-MATCH.
           PERFORM 0006-100-MATCH-ONE
               VARYING BX FROM 1 BY 1 UNTIL BX > WS-BX-COUNT.

       0006-100-MATCH-ONE.
           IF WS-BX-FLAG(BX) = "P"
               IF WS-BX-REFERENCIA(BX) NOT = SPACES
                   PERFORM 0006-150-SCAN-BOOK
                       VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-LV-COUNT
                          OR (WS-LV-FLAG(LX) = "P"
                              AND WS-LV-DC(LX) = WS-BX-DC(BX)
                              AND WS-LV-VALOR(LX) = WS-BX-VALOR(BX)
                              AND WS-LV-REFERENCIA(LX) =
                                  WS-BX-REFERENCIA(BX))
                   IF LX NOT > WS-LV-COUNT
                       ADD 1 TO WS-CONC-REF-COUNT
                       ADD WS-BX-VALOR(BX) TO WS-CONC-REF-VALOR
                       PERFORM 0006-500-PAIR
                   END-IF
               END-IF
           END-IF.
           IF WS-BX-FLAG(BX) = "P"
               PERFORM 0006-150-SCAN-BOOK
                   VARYING LX FROM 1 BY 1
                   UNTIL LX > WS-LV-COUNT
                      OR (WS-LV-FLAG(LX) = "P"
                          AND WS-LV-DC(LX) = WS-BX-DC(BX)
                          AND WS-LV-VALOR(LX) = WS-BX-VALOR(BX)
                          AND WS-BX-SERIAL(BX) NOT < WS-LV-SERIAL(LX)
                          AND WS-BX-SERIAL(BX) NOT >
                              WS-LV-SERIAL(LX) + WS-JANELA-DIAS)
               IF LX NOT > WS-LV-COUNT
                   ADD 1 TO WS-CONC-DATA-COUNT
                   ADD WS-BX-VALOR(BX) TO WS-CONC-DATA-VALOR
                   PERFORM 0006-500-PAIR
               END-IF
           END-IF.
           IF WS-BX-FLAG(BX) = "P" AND WS-BX-DC(BX) = "D"
               PERFORM 0006-300-MATCH-PAYABLE
           END-IF.

       0006-150-SCAN-BOOK.
           CONTINUE.

       0006-300-MATCH-PAYABLE.
           PERFORM 0006-350-SCAN-INVOICE
               VARYING NX FROM 1 BY 1
               UNTIL NX > WS-NF-COUNT
                  OR (WS-NF-CHAVE(NX) = WS-BX-REFERENCIA(BX)(1:14)
                      AND WS-NF-VALOR(NX) = WS-BX-VALOR(BX)).
           IF NX NOT > WS-NF-COUNT
               PERFORM 0006-360-SCAN-SETTLED
                   VARYING QX FROM 1 BY 1
                   UNTIL QX > WS-QT-COUNT
                      OR WS-QT-CHAVE(QX) = WS-NF-CHAVE(NX)
               IF QX > WS-QT-COUNT
                   MOVE WS-BX-DATA(BX) TO WS-IT-DATA
                   MOVE WS-BX-VALOR(BX) TO WS-IT-VALOR
                   MOVE WS-NF-CHAVE(NX) TO WS-IT-REFERENCIA
                   PERFORM 0003-700-ADD-SETTLED
                   MOVE "M" TO WS-BX-FLAG(BX)
                   SUBTRACT WS-BX-VALOR(BX) FROM WS-SALDO-LIVRO
                   ADD 1 TO WS-CONC-FORN-COUNT
                   ADD WS-BX-VALOR(BX) TO WS-CONC-FORN-VALOR
                   ADD 1 TO WS-CONC-COUNT
                   ADD WS-BX-VALOR(BX) TO WS-CONC-VALOR
               END-IF
           END-IF.

       0006-350-SCAN-INVOICE.
           CONTINUE.

       0006-360-SCAN-SETTLED.
           CONTINUE.

       0006-500-PAIR.
           MOVE "M" TO WS-BX-FLAG(BX).
           MOVE "M" TO WS-LV-FLAG(LX).
           ADD 1 TO WS-CONC-COUNT.
           ADD WS-BX-VALOR(BX) TO WS-CONC-VALOR.

      *----------------------------------------------------------------*
      * OPEN ITEMS OF EACH SIDE WITH THEIR AGE, CARRIED TO TOMORROW,   *
      * THEN THE BOOK BALANCE RECONCILED TO THE BANK BALANCE.          *
      *----------------------------------------------------------------*
       0007-FINALIZE.
           PERFORM 0007-100-BOOK-BALANCE
               VARYING LX FROM 1 BY 1 UNTIL LX > WS-LV-COUNT.
           IF NOT WS-TABLE-FULL
               OPEN OUTPUT BANKRECONFILE
           END-IF.
           MOVE "LANCAMENTOS DO LIVRO AINDA NAO VISTOS NO BANCO"
               TO BSL-TEXT.
           WRITE WS-BREC-RPT-LINE FROM BREC-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0007-200-NOTE-BOOK-ITEM
               VARYING LX FROM 1 BY 1 UNTIL LX > WS-LV-COUNT.
           MOVE "LANCAMENTOS DO BANCO SEM CORRESPONDENCIA NO LIVRO"
               TO BSL-TEXT.
           WRITE WS-BREC-RPT-LINE FROM BREC-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0007-300-NOTE-BANK-ITEM
               VARYING BX FROM 1 BY 1 UNTIL BX > WS-BX-COUNT.
           IF NOT WS-TABLE-FULL
               PERFORM 0007-400-KEEP-SETTLED
                   VARYING QX FROM 1 BY 1 UNTIL QX > WS-QT-COUNT
               CLOSE BANKRECONFILE
               OPEN OUTPUT BANKRCTLFILE
               MOVE WS-RUN-DATE-NUM TO BKC-PROX-CAIXA
               MOVE WS-RUN-DATE-NUM TO BKC-ULT-INVMOV
               MOVE WS-ULT-FOLHA TO BKC-ULT-FOLHA
               MOVE WS-ULT-DECIMO TO BKC-ULT-DECIMO
               MOVE WS-ULT-RESCISAO TO BKC-ULT-RESCISAO
               IF WS-EXT-ACEITO
                   MOVE WS-EXT-DATA TO BKC-DATA-EXTRATO
               ELSE
                   MOVE WS-ULT-EXTRATO TO BKC-DATA-EXTRATO
               END-IF
               MOVE WS-SALDO-LIVRO TO BKC-SALDO-LIVRO
               MOVE WS-SALDO-BANCO TO BKC-SALDO-BANCO
               WRITE BKC-RECORD
               CLOSE BANKRCTLFILE
           END-IF.
           PERFORM 0007-500-TOTALS.
           PERFORM 0007-700-RECONCILE.
           WRITE WS-BREC-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE BANKRECONREPORTFILE.
           IF NOT WS-TABLE-FULL AND WS-EXT-ACEITO
               OPEN OUTPUT EXTRATOFILE
               CLOSE EXTRATOFILE
           END-IF.
           IF WS-EXT-RECUSADO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RETURN-CODE = ZERO
                  AND (WS-DIFERENCA NOT = ZEROS
                       OR WS-CONTINUIDADE-QUEBRADA)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'CONCILIACAO BANCARIA CONCLUIDA'.

      *    TODAY'S NEW BOOK ITEMS MOVE THE BOOK BALANCE.
       0007-100-BOOK-BALANCE.
           IF WS-LV-NOVO(LX) = "S"
               ADD 1 TO WS-LV-NOVAS-COUNT
               ADD WS-LV-VALOR(LX) TO WS-LV-NOVAS-VALOR
               IF WS-LV-DC(LX) = "C"
                   ADD WS-LV-VALOR(LX) TO WS-SALDO-LIVRO
               ELSE
                   SUBTRACT WS-LV-VALOR(LX) FROM WS-SALDO-LIVRO
               END-IF
           END-IF.

       0007-200-NOTE-BOOK-ITEM.
           IF WS-LV-FLAG(LX) = "P"
               MOVE WS-LV-ORIGEM(LX) TO BIL-ORIGEM
               MOVE WS-LV-DATA(LX) TO BIL-DATA
               MOVE WS-LV-DC(LX) TO BIL-DC
               MOVE WS-LV-VALOR(LX) TO BIL-VALOR
               MOVE WS-LV-REFERENCIA(LX) TO BIL-REFERENCIA
               MOVE WS-LV-HISTORICO(LX) TO BIL-HISTORICO
               COMPUTE WS-DIAS-PENDENTE =
                   WS-RUN-SERIAL - WS-LV-SERIAL(LX)
               PERFORM 0007-600-ITEM-LINE
               ADD 1 TO WS-LV-PEND-COUNT
               IF WS-LV-DC(LX) = "C"
                   ADD WS-LV-VALOR(LX) TO WS-LV-PEND-CREDITO
               ELSE
                   ADD WS-LV-VALOR(LX) TO WS-LV-PEND-DEBITO
               END-IF
               IF NOT WS-TABLE-FULL
                   MOVE "L" TO BRC-LADO
                   MOVE WS-LV-DATA(LX) TO BRC-DATA
                   MOVE WS-LV-DC(LX) TO BRC-DC
                   MOVE WS-LV-VALOR(LX) TO BRC-VALOR
                   MOVE WS-LV-ORIGEM(LX) TO BRC-ORIGEM
                   MOVE WS-LV-REFERENCIA(LX) TO BRC-REFERENCIA
                   MOVE WS-LV-HISTORICO(LX) TO BRC-HISTORICO
                   WRITE BRC-RECORD
               END-IF
           END-IF.

       0007-300-NOTE-BANK-ITEM.
           IF WS-BX-FLAG(BX) = "P"
               MOVE WS-BX-ORIGEM(BX) TO BIL-ORIGEM
               MOVE WS-BX-DATA(BX) TO BIL-DATA
               MOVE WS-BX-DC(BX) TO BIL-DC
               MOVE WS-BX-VALOR(BX) TO BIL-VALOR
               MOVE WS-BX-REFERENCIA(BX) TO BIL-REFERENCIA
               MOVE WS-BX-HISTORICO(BX) TO BIL-HISTORICO
               COMPUTE WS-DIAS-PENDENTE =
                   WS-RUN-SERIAL - WS-BX-SERIAL(BX)
               PERFORM 0007-600-ITEM-LINE
               ADD 1 TO WS-BX-PEND-COUNT
               IF WS-BX-DC(BX) = "C"
                   ADD WS-BX-VALOR(BX) TO WS-BX-PEND-CREDITO
               ELSE
                   ADD WS-BX-VALOR(BX) TO WS-BX-PEND-DEBITO
               END-IF
               IF NOT WS-TABLE-FULL
                   MOVE "B" TO BRC-LADO
                   MOVE WS-BX-DATA(BX) TO BRC-DATA
                   MOVE WS-BX-DC(BX) TO BRC-DC
                   MOVE WS-BX-VALOR(BX) TO BRC-VALOR
                   MOVE WS-BX-ORIGEM(BX) TO BRC-ORIGEM
                   MOVE WS-BX-REFERENCIA(BX) TO BRC-REFERENCIA
                   MOVE WS-BX-HISTORICO(BX) TO BRC-HISTORICO
                   WRITE BRC-RECORD
               END-IF
           END-IF.

      *    A SETTLED INVOICE IS KEPT UNTIL NFAPROV.DAT NO LONGER SHOWS
      *    IT AS TO BE PAID, SO THE SAME BILL IS NEVER MATCHED TWICE.
       0007-400-KEEP-SETTLED.
           IF WS-NFAPROV-LIDO
               PERFORM 0006-350-SCAN-INVOICE
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > WS-NF-COUNT
                      OR WS-NF-CHAVE(NX) = WS-QT-CHAVE(QX)
           ELSE
               MOVE 1 TO NX
           END-IF.
           IF NX NOT > WS-NF-COUNT OR NOT WS-NFAPROV-LIDO
               MOVE "F" TO BRC-LADO
               MOVE WS-QT-DATA(QX) TO BRC-DATA
               MOVE "D" TO BRC-DC
               MOVE WS-QT-VALOR(QX) TO BRC-VALOR
               MOVE "FORNEC" TO BRC-ORIGEM
               MOVE WS-QT-CHAVE(QX) TO BRC-REFERENCIA
               MOVE "NOTA PAGA PELO BANCO" TO BRC-HISTORICO
               WRITE BRC-RECORD
           END-IF.

       0007-500-TOTALS.
           MOVE "LANCAMENTOS DO EXTRATO DE HOJE:" TO BCL-LABEL.
           MOVE WS-EXTRATO-COUNT TO BCL-COUNT.
           MOVE WS-EXTRATO-VALOR TO BCL-VALOR.
           MOVE BREC-COUNT-LINE TO WS-BREC-RPT-LINE.
           CALL "DECFMT" USING WS-BREC-RPT-LINE, WS-BREC-RPT-LEN.
           WRITE WS-BREC-RPT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "LANCAMENTOS NOVOS DO LIVRO:" TO BCL-LABEL.
           MOVE WS-LV-NOVAS-COUNT TO BCL-COUNT.
           MOVE WS-LV-NOVAS-VALOR TO BCL-VALOR.
           PERFORM 0007-550-COUNT-LINE.
           MOVE "PENDENTES DE DIAS ANTERIORES - LIVRO:" TO BCL-LABEL.
           MOVE WS-LV-ANTERIOR-COUNT TO BCL-COUNT.
           MOVE ZEROS TO BCL-VALOR.
           PERFORM 0007-550-COUNT-LINE.
           MOVE "PENDENTES DE DIAS ANTERIORES - BANCO:" TO BCL-LABEL.
           MOVE WS-BX-ANTERIOR-COUNT TO BCL-COUNT.
           MOVE ZEROS TO BCL-VALOR.
           PERFORM 0007-550-COUNT-LINE.
           MOVE "CONCILIADOS:" TO BCL-LABEL.
           MOVE WS-CONC-COUNT TO BCL-COUNT.
           MOVE WS-CONC-VALOR TO BCL-VALOR.
           PERFORM 0007-550-COUNT-LINE.
           MOVE "  POR REFERENCIA:" TO BCL-LABEL.
           MOVE WS-CONC-REF-COUNT TO BCL-COUNT.
           MOVE WS-CONC-REF-VALOR TO BCL-VALOR.
           PERFORM 0007-550-COUNT-LINE.
           MOVE "  POR DATA E VALOR:" TO BCL-LABEL.
           MOVE WS-CONC-DATA-COUNT TO BCL-COUNT.
           MOVE WS-CONC-DATA-VALOR TO BCL-VALOR.
           PERFORM 0007-550-COUNT-LINE.
           MOVE "  PAGAMENTOS A FORNECEDOR:" TO BCL-LABEL.
           MOVE WS-CONC-FORN-COUNT TO BCL-COUNT.
           MOVE WS-CONC-FORN-VALOR TO BCL-VALOR.
           PERFORM 0007-550-COUNT-LINE.
           MOVE "EM ABERTO NO LIVRO:" TO BCL-LABEL.
           MOVE WS-LV-PEND-COUNT TO BCL-COUNT.
           COMPUTE BCL-VALOR = WS-LV-PEND-CREDITO + WS-LV-PEND-DEBITO.
           PERFORM 0007-550-COUNT-LINE.
           MOVE "EM ABERTO NO BANCO:" TO BCL-LABEL.
           MOVE WS-BX-PEND-COUNT TO BCL-COUNT.
           COMPUTE BCL-VALOR = WS-BX-PEND-CREDITO + WS-BX-PEND-DEBITO.
           PERFORM 0007-550-COUNT-LINE.
           MOVE "  DOS QUAIS EM ATRASO:" TO BCL-LABEL.
           MOVE WS-ATRASADAS-COUNT TO BCL-COUNT.
           MOVE ZEROS TO BCL-VALOR.
           PERFORM 0007-550-COUNT-LINE.

       0007-550-COUNT-LINE.
           MOVE BREC-COUNT-LINE TO WS-BREC-RPT-LINE.
           CALL "DECFMT" USING WS-BREC-RPT-LINE, WS-BREC-RPT-LEN.
           WRITE WS-BREC-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0007-600-ITEM-LINE.
           MOVE WS-DIAS-PENDENTE TO BIL-DIAS.
           IF WS-DIAS-PENDENTE > WS-PRAZO-DIAS
               MOVE "  ATRASADO" TO BIL-ATRASO
               ADD 1 TO WS-ATRASADAS-COUNT
           ELSE
               MOVE SPACES TO BIL-ATRASO
           END-IF.
           MOVE BREC-ITEM-LINE TO WS-BREC-RPT-LINE.
           CALL "DECFMT" USING WS-BREC-RPT-LINE, WS-BREC-RPT-LEN.
           WRITE WS-BREC-RPT-LINE
               AFTER ADVANCING 1 LINE.

      *    BANK BALANCE PLUS THE BOOK ITEMS THE BANK HAS NOT YET SEEN
      *    MUST EQUAL BOOK BALANCE PLUS THE BANK LINES NOT YET BOOKED.
       0007-700-RECONCILE.
           COMPUTE WS-BANCO-AJUSTADO = WS-SALDO-BANCO
               + WS-LV-PEND-CREDITO - WS-LV-PEND-DEBITO.
           COMPUTE WS-LIVRO-AJUSTADO = WS-SALDO-LIVRO
               + WS-BX-PEND-CREDITO - WS-BX-PEND-DEBITO.
           COMPUTE WS-DIFERENCA =
               WS-LIVRO-AJUSTADO - WS-BANCO-AJUSTADO.
           MOVE "SALDO DO EXTRATO:" TO BSA-LABEL.
           MOVE WS-SALDO-BANCO TO BSA-VALOR.
           MOVE SPACES TO BSA-TEXT.
           MOVE BREC-SALDO-LINE TO WS-BREC-RPT-LINE.
           CALL "DECFMT" USING WS-BREC-RPT-LINE, WS-BREC-RPT-LEN.
           WRITE WS-BREC-RPT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "(+) CREDITOS DO LIVRO AINDA NAO NO BANCO:"
               TO BSA-LABEL.
           MOVE WS-LV-PEND-CREDITO TO BSA-VALOR.
           PERFORM 0007-750-SALDO-LINE.
           MOVE "(-) DEBITOS DO LIVRO AINDA NAO NO BANCO:" TO BSA-LABEL.
           MOVE WS-LV-PEND-DEBITO TO BSA-VALOR.
           PERFORM 0007-750-SALDO-LINE.
           MOVE "SALDO BANCARIO AJUSTADO:" TO BSA-LABEL.
           MOVE WS-BANCO-AJUSTADO TO BSA-VALOR.
           PERFORM 0007-750-SALDO-LINE.
           MOVE "SALDO DO LIVRO:" TO BSA-LABEL.
           MOVE WS-SALDO-LIVRO TO BSA-VALOR.
           MOVE BREC-SALDO-LINE TO WS-BREC-RPT-LINE.
           CALL "DECFMT" USING WS-BREC-RPT-LINE, WS-BREC-RPT-LEN.
           WRITE WS-BREC-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "(+) CREDITOS DO BANCO AINDA NAO NO LIVRO:"
               TO BSA-LABEL.
           MOVE WS-BX-PEND-CREDITO TO BSA-VALOR.
           PERFORM 0007-750-SALDO-LINE.
           MOVE "(-) DEBITOS DO BANCO AINDA NAO NO LIVRO:" TO BSA-LABEL.
           MOVE WS-BX-PEND-DEBITO TO BSA-VALOR.
           PERFORM 0007-750-SALDO-LINE.
           MOVE "SALDO DO LIVRO AJUSTADO:" TO BSA-LABEL.
           MOVE WS-LIVRO-AJUSTADO TO BSA-VALOR.
           PERFORM 0007-750-SALDO-LINE.
           MOVE "DIFERENCA:" TO BSA-LABEL.
           MOVE WS-DIFERENCA TO BSA-VALOR.
           IF WS-DIFERENCA = ZEROS
               MOVE "CONCILIADO" TO BSA-TEXT
           ELSE
               MOVE "*** NAO CONCILIADO" TO BSA-TEXT
           END-IF.
           MOVE BREC-SALDO-LINE TO WS-BREC-RPT-LINE.
           CALL "DECFMT" USING WS-BREC-RPT-LINE, WS-BREC-RPT-LEN.
           WRITE WS-BREC-RPT-LINE
               AFTER ADVANCING 2 LINES.

       0007-750-SALDO-LINE.
           MOVE BREC-SALDO-LINE TO WS-BREC-RPT-LINE.
           CALL "DECFMT" USING WS-BREC-RPT-LINE, WS-BREC-RPT-LEN.
           WRITE WS-BREC-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0008-DATE-TO-SERIAL.
           IF WS-SDX-MES < 1 OR WS-SDX-MES > 12
               MOVE ZEROS TO WS-SERIAL-WORK
           ELSE
               IF WS-SDX-MES > 2
                   MOVE WS-SDX-ANO TO WS-SER-ANO-BASE
               ELSE
                   COMPUTE WS-SER-ANO-BASE = WS-SDX-ANO - 1
               END-IF
               COMPUTE WS-SERIAL-WORK = WS-SDX-ANO * 365
               COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 4
               ADD WS-SER-AUX TO WS-SERIAL-WORK
               COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 100
               SUBTRACT WS-SER-AUX FROM WS-SERIAL-WORK
               COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 400
               ADD WS-SER-AUX TO WS-SERIAL-WORK
               ADD WS-CUMDAYS-MES(WS-SDX-MES) TO WS-SERIAL-WORK
               ADD WS-SDX-DIA TO WS-SERIAL-WORK
           END-IF.

       END PROGRAM BANKRECON.
