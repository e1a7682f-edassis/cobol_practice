      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. ORDERS FROM THE ONLINE SHOP CANNOT
      *              BE KEYED ONE AT A TIME ON THE MENU'S OPTION 8.
      *              THIS STEP TAKES IN THE WEB PLATFORM'S ORDER FILE
      *              WEBPED.DAT (H/P/E/L/T ENVELOPE, HASH = SUM OF THE
      *              LINE QUANTITIES) IN THE NIGHT, OR ON DEMAND FROM
      *              THE REPORT SUB-MENU. EVERY LINE IS CHECKED
      *              AGAINST THE CADASTRO (BOOK NUMBER OR ISBN, TITLE
      *              STILL IN LINE) AND STOCK IS TAKEN FROM THE
      *              DESPATCH BRANCH NAMED ON WEBCTL.DAT AS THE ORDER
      *              IS PICKED, SO A SECOND RUN THE SAME DAY CANNOT
      *              SELL THE SAME COPIES AGAIN. WHAT IS DESPATCHED
      *              GOES TO BOOKSALES.DAT UNDER THE WEB REGION CODE
      *              FROM WEBCTL.DAT FOR THE RANKING AND THE REVENUE
      *              (INVPOST LEAVES THAT REGION ALONE, THE STOCK
      *              HAVING ALREADY LEFT HERE); WHAT IS SHORT BECOMES
      *              AN OPEN BACKORDER ON BACKORD.DAT. EACH PARCEL
      *              GETS THE NEXT TRACKING NUMBER FROM THE CARRIER'S
      *              RANGE ON WEBCTL.DAT, WITH ITS CHECK DIGIT. THE
      *              PICKING LIST (WEBPICK.RPT) AND THE DESPATCH NOTES
      *              (WEBDESP.RPT) ARE PRINTED, A STATUS LINE PER ORDER
      *              LINE (D=DESPACHADO, B=ENCOMENDADO, C=CANCELADO)
      *              WITH THE TRACKING NUMBER IS APPENDED TO
      *              WEBSTAT.DAT FOR THE PLATFORM, AND EVERY ORDER IS
      *              REGISTERED ON WEBREG.DAT SO A RESENT ORDER IS NOT
      *              SERVED TWICE. A FILE WITH A BROKEN ENVELOPE IS
      *              REFUSED WHOLE AND LEFT IN PLACE (RETURN-CODE 8);
      *              A FILE TAKEN IN IS REWRITTEN EMPTY.
      * 15/10/2026 - EVERY STOCK CHANGE IS NOW JOURNALED (BEFORE AND
      *              AFTER IMAGE, THROUGH INVJRNL) SO A BOOKINV.DAT
      *              RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY
      *              INVRECOV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBPED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBPEDFILE ASSIGN TO DYNAMIC WS-PTH-WEBPED-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WPD-STATUS.

           SELECT WEBCTLFILE ASSIGN TO DYNAMIC WS-PTH-WEBCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCT-STATUS.

           SELECT CADASTROFILE ASSIGN TO DYNAMIC WS-PTH-CADASTRO-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-BOOKNUM
               FILE STATUS IS WS-CAD-STATUS.

           SELECT ISBNXREFFILE ASSIGN TO DYNAMIC WS-PTH-ISBNXREF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-ISBN
               FILE STATUS IS WS-XREF-STATUS.

           SELECT BOOKINVENTORYFILE ASSIGN TO DYNAMIC WS-PTH-BOOKINV-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIF-KEY
               FILE STATUS IS WS-BIF-STATUS.

           SELECT BOOKSALESFILE ASSIGN TO DYNAMIC WS-PTH-BOOKSALES-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSF-STATUS.

           SELECT BACKORDERFILE ASSIGN TO DYNAMIC WS-PTH-BACKORD-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOF-STATUS.

           SELECT WEBSTATFILE ASSIGN TO DYNAMIC WS-PTH-WEBSTAT-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WST-STATUS.

           SELECT WEBREGFILE ASSIGN TO DYNAMIC WS-PTH-WEBREG-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRG-PEDIDO
               FILE STATUS IS WS-WRG-STATUS.

           SELECT WEBPEDREPORTFILE ASSIGN TO DYNAMIC WS-PTH-WEBPED-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WEBPICKREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-WEBPICK-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WEBDESPREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-WEBDESP-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WEBPEDFILE.
       01  WPD-RECORD.
           88 WS-EOF-WEBPED        VALUE HIGH-VALUES.
           05 WPD-TYPE             PIC X(01).
              88 WPD-HEADER        VALUE "H".
              88 WPD-PEDIDO        VALUE "P".
              88 WPD-ENDERECO      VALUE "E".
              88 WPD-LINHA         VALUE "L".
              88 WPD-TRAILER       VALUE "T".
           05 WPD-DATA             PIC X(119).
           05 WPD-HDR REDEFINES WPD-DATA.
              10 WPDH-DATE         PIC 9(08).
              10 WPDH-ORIGEM       PIC X(10).
              10 FILLER            PIC X(101).
           05 WPD-PED REDEFINES WPD-DATA.
              10 WPDP-PEDIDO       PIC X(10).
              10 WPDP-DATA         PIC 9(08).
              10 WPDP-CLIENTEID    PIC X(06).
              10 WPDP-NOME         PIC X(30).
              10 WPDP-FRETE        PIC 9(05)V99.
              10 WPDP-REF-PAGTO    PIC X(20).
              10 FILLER            PIC X(38).
           05 WPD-END REDEFINES WPD-DATA.
              10 WPDE-PEDIDO       PIC X(10).
              10 WPDE-ENDERECO     PIC X(40).
              10 WPDE-CIDADE       PIC X(25).
              10 WPDE-UF           PIC X(02).
              10 WPDE-CEP          PIC X(08).
              10 FILLER            PIC X(34).
           05 WPD-LIN REDEFINES WPD-DATA.
              10 WPDL-PEDIDO       PIC X(10).
              10 WPDL-LIVRO        PIC X(13).
              10 WPDL-QTD          PIC 9(03).
              10 WPDL-QTD-X REDEFINES WPDL-QTD
                                   PIC X(03).
              10 WPDL-PRECO        PIC 9(05)V99.
              10 FILLER            PIC X(86).
           05 WPD-TRL REDEFINES WPD-DATA.
              10 WPDT-PEDIDOS      PIC 9(07).
              10 WPDT-HASH         PIC 9(13)V99.
              10 FILLER            PIC X(97).

       FD  WEBCTLFILE.
       01  WCT-RECORD.
           05 WCT-FILIAL           PIC X(03).
           05 WCT-REGIAO           PIC X(03).
           05 WCT-RASTREIO-PREFIXO PIC X(02).
           05 WCT-RASTREIO-PROXIMO PIC 9(08).
           05 WCT-RASTREIO-ULTIMO  PIC 9(08).
           05 WCT-RASTREIO-SUFIXO  PIC X(02).

       FD  CADASTROFILE.
       01  CAD-RECORD.
           05 CAD-BOOKNUM          PIC X(5).
           05 CAD-BOOKTITLE        PIC X(25).
           05 CAD-AUTHORNAME       PIC X(25).
           05 CAD-PRICE            PIC 9(5)V99.
           05 CAD-AUTHORID         PIC 9(5).
           05 CAD-SITUACAO         PIC X(1).
           05 CAD-FORNECEDOR       PIC X(5).
           05 CAD-CATEGORIA        PIC X(3).
           05 CAD-ISBN             PIC X(13).

       FD  ISBNXREFFILE.
       01  XREF-RECORD.
           05 XREF-ISBN            PIC X(13).
           05 XREF-BOOKNUM         PIC X(5).

       FD  BOOKINVENTORYFILE.
       01  BIF-RECORD.
           05 BIF-KEY.
              10 BIF-BOOKNUM       PIC X(5).
              10 BIF-FILIAL        PIC X(3).
           05 BIF-ONHAND           PIC 9(5).
           05 BIF-REORDER-POINT    PIC 9(5).
           05 BIF-ORDER-QTY        PIC 9(5).

       FD  BOOKSALESFILE.
       01  BSF-RECORD.
           05 BSF-BOOKNUM          PIC X(5).
           05 BSF-COPIES           PIC 99.
           05 BSF-SALESTATUS       PIC X.
           05 BSF-SALEDATE         PIC 9(8).
           05 BSF-REGION           PIC X(3).
           05 BSF-CLIENTEID        PIC X(6).

       FD  BACKORDERFILE.
       01  BO-RECORD.
           05 BO-BOOKNUM           PIC X(5).
           05 BO-CLIENTEID         PIC X(6).
           05 BO-QTY               PIC 9(3).
           05 BO-DATE              PIC 9(8).
           05 BO-STATUS            PIC X(1).
              88 BO-ABERTA         VALUE "A".
              88 BO-ATENDIDA       VALUE "F".
              88 BO-PERDIDA        VALUE "P".
           05 BO-FILL-DATE         PIC 9(8).

       FD  WEBSTATFILE.
       01  WST-RECORD.
           05 WST-PEDIDO           PIC X(10).
           05 WST-SEQ              PIC 9(03).
           05 WST-LIVRO            PIC X(13).
           05 WST-QTD              PIC 9(03).
           05 WST-SITUACAO         PIC X(01).
              88 WST-DESPACHADO    VALUE "D".
              88 WST-ENCOMENDADO   VALUE "B".
              88 WST-CANCELADO     VALUE "C".
           05 WST-RASTREIO         PIC X(13).
           05 WST-DATA             PIC 9(08).
           05 WST-MOTIVO           PIC X(25).

       FD  WEBREGFILE.
       01  WRG-RECORD.
           05 WRG-PEDIDO           PIC X(10).
           05 WRG-DATA             PIC 9(08).
           05 WRG-SITUACAO         PIC X(01).
              88 WRG-DESPACHADO    VALUE "D".
              88 WRG-PARCIAL       VALUE "P".
              88 WRG-ENCOMENDADO   VALUE "B".
              88 WRG-CANCELADO     VALUE "C".
           05 WRG-RASTREIO         PIC X(13).
           05 WRG-VALOR            PIC 9(07)V99.

       FD  WEBPEDREPORTFILE.
       01  WS-WEBPED-RPT-LINE      PIC X(100).

       FD  WEBPICKREPORTFILE.
       01  WS-WEBPICK-RPT-LINE     PIC X(100).

       FD  WEBDESPREPORTFILE.
       01  WS-WEBDESP-RPT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-WEBPED-DAT PIC X(44)
           VALUE "ASSETS/WEBPED.DAT".
       77  WS-PTH-WEBCTL-DAT PIC X(44)
           VALUE "ASSETS/WEBCTL.DAT".
       77  WS-PTH-CADASTRO-DAT PIC X(44)
           VALUE "ASSETS/CADASTRO.DAT".
       77  WS-PTH-ISBNXREF-DAT PIC X(44)
           VALUE "ASSETS/ISBNXREF.DAT".
       77  WS-PTH-BOOKINV-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-BOOKSALES-DAT PIC X(44)
           VALUE "ASSETS/BOOKSALES.DAT".
       77  WS-PTH-BACKORD-DAT PIC X(44)
           VALUE "ASSETS/BACKORD.DAT".
       77  WS-PTH-WEBSTAT-DAT PIC X(44)
           VALUE "ASSETS/WEBSTAT.DAT".
       77  WS-PTH-WEBREG-DAT PIC X(44)
           VALUE "ASSETS/WEBREG.DAT".
       77  WS-PTH-WEBPED-RPT PIC X(44)
           VALUE "ASSETS/WEBPED.RPT".
       77  WS-PTH-WEBPICK-RPT PIC X(44)
           VALUE "ASSETS/WEBPICK.RPT".
       77  WS-PTH-WEBDESP-RPT PIC X(44)
           VALUE "ASSETS/WEBDESP.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY INVJRNREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-WEBPED-RPT-LEN       PIC 9(03) VALUE 100.
       77  WS-WPD-STATUS           PIC X(02) VALUE SPACES.
           88 WS-WPD-STATUS-OK     VALUE "00".
           88 WS-WPD-NOT-FOUND     VALUE "35".
       77  WS-WCT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-WCT-STATUS-OK     VALUE "00".
       77  WS-CAD-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CAD-STATUS-OK     VALUE "00".
       77  WS-XREF-STATUS          PIC X(02) VALUE SPACES.
           88 WS-XREF-STATUS-OK    VALUE "00".
       77  WS-BIF-STATUS           PIC X(02) VALUE SPACES.
           88 WS-BIF-STATUS-OK     VALUE "00".
       77  WS-BSF-STATUS           PIC X(02) VALUE SPACES.
           88 WS-BSF-STATUS-OK     VALUE "00".
           88 WS-BSF-NOT-FOUND     VALUE "35".
       77  WS-BOF-STATUS           PIC X(02) VALUE SPACES.
           88 WS-BOF-STATUS-OK     VALUE "00".
           88 WS-BOF-NOT-FOUND     VALUE "35".
       77  WS-WST-STATUS           PIC X(02) VALUE SPACES.
           88 WS-WST-STATUS-OK     VALUE "00".
           88 WS-WST-NOT-FOUND     VALUE "35".
       77  WS-WRG-STATUS           PIC X(02) VALUE SPACES.
           88 WS-WRG-STATUS-OK     VALUE "00".

       77  WS-FILES-OK-SW          PIC X(01) VALUE "Y".
           88 WS-FILES-OK          VALUE "Y".
       77  WS-HAS-FILE-SW          PIC X(01) VALUE "N".
           88 WS-HAS-FILE          VALUE "Y".
       77  WS-CAD-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-CAD-OPENED        VALUE "Y".
       77  WS-XREF-OPEN-SW         PIC X(01) VALUE "N".
           88 WS-XREF-OPENED       VALUE "Y".
       77  WS-BIF-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-BIF-OPENED        VALUE "Y".
       77  WS-BSF-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-BSF-OPENED        VALUE "Y".
       77  WS-BOF-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-BOF-OPENED        VALUE "Y".
       77  WS-WST-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-WST-OPENED        VALUE "Y".
       77  WS-WRG-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-WRG-OPENED        VALUE "Y".
       77  WS-ENV-SW               PIC X(01) VALUE "N".
           88 WS-ENV-BROKEN        VALUE "Y".
       77  WS-TRAILER-SW           PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN      VALUE "Y".
       77  WS-FAIXA-SW             PIC X(01) VALUE "N".
           88 WS-FAIXA-ESGOTADA    VALUE "Y".

      *    CONTROL VALUES FROM WEBCTL.DAT
       77  WS-WEB-FILIAL           PIC X(03) VALUE SPACES.
       77  WS-WEB-REGIAO           PIC X(03) VALUE SPACES.
       77  WS-RST-PREFIXO          PIC X(02) VALUE SPACES.
       77  WS-RST-PROXIMO          PIC 9(08) VALUE ZEROS.
       77  WS-RST-ULTIMO           PIC 9(08) VALUE ZEROS.
       77  WS-RST-SUFIXO           PIC X(02) VALUE SPACES.

       77  WS-ENV-COUNT            PIC 9(07) VALUE ZEROS.
       77  WS-ENV-HASH             PIC 9(13)V9(2) VALUE ZEROS.
       77  WS-MOTIVO               PIC X(25) VALUE SPACES.
       77  WS-COPIAS-RESTO         PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-LINHA          PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-PEDIDO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-DESP             PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PEND             PIC 9(05) VALUE ZEROS.
       77  WS-QTD-CANC             PIC 9(05) VALUE ZEROS.
       77  WS-DV-SOMA              PIC 9(04) VALUE ZEROS.
       77  WS-DV-RESTO             PIC 9(02) VALUE ZEROS.
       77  WS-DV-QUOC              PIC 9(04) VALUE ZEROS.
       77  WS-DV                   PIC 9(01) VALUE ZERO.
       77  DX                      PIC 9(02) VALUE ZEROS.

       77  WS-PEDIDOS-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-DUPLICADOS-COUNT     PIC 9(5) VALUE ZEROS.
       77  WS-DESPACHADOS-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-PARCIAIS-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-ENCOMENDADOS-COUNT   PIC 9(5) VALUE ZEROS.
       77  WS-CANCELADOS-COUNT     PIC 9(5) VALUE ZEROS.
       77  WS-SEM-RASTREIO-COUNT   PIC 9(5) VALUE ZEROS.

      *    THE ORDER BEING SERVED
       01  WS-PEDIDO.
           05 WS-PED-NUMERO        PIC X(10).
           05 WS-PED-DATA          PIC 9(08).
           05 WS-PED-CLIENTEID     PIC X(06).
           05 WS-PED-NOME          PIC X(30).
           05 WS-PED-FRETE         PIC 9(05)V99.
           05 WS-PED-REF-PAGTO     PIC X(20).
           05 WS-PED-ENDERECO      PIC X(40).
           05 WS-PED-CIDADE        PIC X(25).
           05 WS-PED-UF            PIC X(02).
           05 WS-PED-CEP           PIC X(08).
           05 WS-PED-MOTIVO        PIC X(25).
           05 WS-PED-RASTREIO      PIC X(13).
           05 WS-PED-EXCESSO       PIC 9(03).
       01  WS-LINHA-COUNT          PIC 9(02) VALUE ZEROS.
       01  WS-LINHA-TABLE.
           05 WS-LINHA OCCURS 50 TIMES.
              10 WS-LN-LIVRO       PIC X(13).
              10 WS-LN-BOOKNUM     PIC X(05).
              10 WS-LN-TITULO      PIC X(25).
              10 WS-LN-QTD-X       PIC X(03).
              10 WS-LN-QTD REDEFINES WS-LN-QTD-X
                                   PIC 9(03).
              10 WS-LN-PRECO       PIC 9(05)V99.
              10 WS-LN-DESP        PIC 9(03).
              10 WS-LN-PEND        PIC 9(03).
              10 WS-LN-MOTIVO      PIC X(25).
       01  LX                      PIC 9(02).

      *    CORREIOS-STYLE OBJECT NUMBER: 2 LETTERS, 8 DIGITS, CHECK
      *    DIGIT, 2 LETTERS. WEIGHTS 8 6 4 2 3 5 9 7, MODULO 11.
       01  WS-RASTREIO.
           05 WS-RST-R-PREFIXO     PIC X(02).
           05 WS-RST-R-NUMERO      PIC 9(08).
           05 WS-RST-R-DV          PIC 9(01).
           05 WS-RST-R-SUFIXO      PIC X(02).
       01  WS-RST-DIGITOS REDEFINES WS-RASTREIO.
           05 FILLER               PIC X(02).
           05 WS-RST-DIGITO        PIC 9(01) OCCURS 8 TIMES.
           05 FILLER               PIC X(03).
       01  WS-PESOS-TABLE.
           05 FILLER               PIC X(08) VALUE "86423597".
       01  WS-PESOS REDEFINES WS-PESOS-TABLE.
           05 WS-PESO              PIC 9(01) OCCURS 8 TIMES.

       01  WEBPED-FILE-LINE.
           05 FILLER               PIC X(08) VALUE "ARQUIVO ".
           05 WFL-NAME             PIC X(44).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WFL-TEXT             PIC X(40).

       01  WEBPED-HEADING.
           05 FILLER               PIC X(11) VALUE "PEDIDO".
           05 FILLER               PIC X(08) VALUE "LINHAS".
           05 FILLER               PIC X(08) VALUE "DESPAC".
           05 FILLER               PIC X(08) VALUE "ENCOM".
           05 FILLER               PIC X(08) VALUE "CANCEL".
           05 FILLER               PIC X(14) VALUE "RASTREIO".
           05 FILLER               PIC X(12) VALUE "SITUACAO".
           05 FILLER               PIC X(25) VALUE "OBSERVACAO".

       01  WEBPED-ORDER-LINE.
           05 WOL-PEDIDO           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WOL-LINHAS           PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WOL-DESP             PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WOL-PEND             PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WOL-CANC             PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 WOL-RASTREIO         PIC X(13).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WOL-SITUACAO         PIC X(11).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WOL-MOTIVO           PIC X(25).

       01  WEBPED-LINE-EXCP.
           05 FILLER               PIC X(13) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "LIVRO ".
           05 WLE-LIVRO            PIC X(13).
           05 FILLER               PIC X(05) VALUE " QTD ".
           05 WLE-QTD              PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WLE-MOTIVO           PIC X(25).

       01  WEBPED-COUNT-LINE.
           05 WCL-LABEL            PIC X(30).
           05 WCL-COUNT            PIC ZZZZ9.

       01  WEBPICK-ORDER-LINE.
           05 FILLER               PIC X(07) VALUE "PEDIDO ".
           05 WPO-PEDIDO           PIC X(10).
           05 FILLER               PIC X(10) VALUE "  FILIAL ".
           05 WPO-FILIAL           PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WPO-NOME             PIC X(30).

       01  WEBPICK-DETAIL-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WPK-BOOKNUM          PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WPK-TITULO           PIC X(25).
           05 FILLER               PIC X(06) VALUE "  QTD ".
           05 WPK-QTD              PIC ZZ9.
           05 FILLER               PIC X(06) VALUE "  [  ]".

       01  WEBDESP-TITLE-LINE.
           05 FILLER               PIC X(20)
              VALUE "NOTA DE DESPACHO   ".
           05 FILLER               PIC X(07) VALUE "PEDIDO ".
           05 WDT-PEDIDO           PIC X(10).
           05 FILLER               PIC X(08) VALUE "  DATA  ".
           05 WDT-DATA             PIC 9(08).

       01  WEBDESP-TEXT-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WDX-LABEL            PIC X(14).
           05 WDX-TEXTO            PIC X(60).

       01  WEBDESP-DETAIL-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WDD-BOOKNUM          PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WDD-TITULO           PIC X(25).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WDD-QTD              PIC ZZ9.
           05 FILLER               PIC X(03) VALUE " X ".
           05 WDD-PRECO            PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WDD-VALOR            PIC Z.ZZZ.ZZ9,99.

       01  WEBDESP-PEND-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WDP-BOOKNUM          PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WDP-TITULO           PIC X(25).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WDP-QTD              PIC ZZ9.
           05 FILLER               PIC X(30)
              VALUE "  A ENVIAR POSTERIORMENTE".

       01  WEBDESP-TOTAL-LINE.
           05 FILLER               PIC X(44) VALUE SPACES.
           05 WDV-LABEL            PIC X(10).
           05 WDV-VALOR            PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF WS-HAS-FILE AND WS-FILES-OK
               PERFORM 0003-VERIFY-FILE
               IF WS-ENV-BROKEN
                   PERFORM 0003-500-REFUSE-FILE
               ELSE
                   PERFORM 0004-PROCESS-FILE
               END-IF
           END-IF.
           PERFORM 0008-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "WEBPED" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "WEBPED" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           OPEN OUTPUT WEBPEDREPORTFILE.
           MOVE "PEDIDOS DA LOJA VIRTUAL - ENTRADA E DESPACHO"
               TO RPT-BH-TITLE.
           WRITE WS-WEBPED-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-WEBPED-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-WEBPED-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           OPEN OUTPUT WEBPICKREPORTFILE.
           MOVE "LISTA DE SEPARACAO - LOJA VIRTUAL" TO RPT-BH-TITLE.
           WRITE WS-WEBPICK-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-WEBPICK-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-WEBPICK-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           OPEN OUTPUT WEBDESPREPORTFILE.
           MOVE "NOTAS DE DESPACHO - LOJA VIRTUAL" TO RPT-BH-TITLE.
           WRITE WS-WEBDESP-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-WEBDESP-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-WEBDESP-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-PTH-WEBPED-DAT TO WFL-NAME.
           OPEN INPUT WEBPEDFILE.
           IF WS-WPD-NOT-FOUND
               MOVE "NENHUM PEDIDO A IMPORTAR" TO WFL-TEXT
               WRITE WS-WEBPED-RPT-LINE FROM WEBPED-FILE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               IF NOT WS-WPD-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR WEBPED.DAT - STATUS '
                       WS-WPD-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   CLOSE WEBPEDFILE
                   SET WS-HAS-FILE TO TRUE
                   PERFORM 0002-200-LOAD-CONTROL
                   PERFORM 0002-300-OPEN-FILES
               END-IF
           END-IF.

       0002-200-LOAD-CONTROL.
           OPEN INPUT WEBCTLFILE.
           IF WS-WCT-STATUS-OK
               READ WEBCTLFILE
                   AT END
                       DISPLAY 'ERRO: WEBCTL.DAT VAZIO'
                       MOVE "N" TO WS-FILES-OK-SW
                   NOT AT END
                       MOVE WCT-FILIAL TO WS-WEB-FILIAL
                       MOVE WCT-REGIAO TO WS-WEB-REGIAO
                       MOVE WCT-RASTREIO-PREFIXO TO WS-RST-PREFIXO
                       MOVE WCT-RASTREIO-SUFIXO TO WS-RST-SUFIXO
                       IF WCT-RASTREIO-PROXIMO IS NUMERIC
                          AND WCT-RASTREIO-ULTIMO IS NUMERIC
                           MOVE WCT-RASTREIO-PROXIMO TO WS-RST-PROXIMO
                           MOVE WCT-RASTREIO-ULTIMO TO WS-RST-ULTIMO
                       END-IF
               END-READ
               CLOSE WEBCTLFILE
               IF WS-WEB-FILIAL = SPACES OR WS-WEB-REGIAO = SPACES
                   DISPLAY 'ERRO: WEBCTL.DAT SEM FILIAL DE DESPACHO '
                       'OU REGIAO WEB'
                   MOVE "N" TO WS-FILES-OK-SW
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR WEBCTL.DAT - STATUS '
                   WS-WCT-STATUS
               MOVE "N" TO WS-FILES-OK-SW
           END-IF.
           IF NOT WS-FILES-OK
               MOVE "RECUSADO - WEBCTL.DAT INVALIDO" TO WFL-TEXT
               WRITE WS-WEBPED-RPT-LINE FROM WEBPED-FILE-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           END-IF.

       0002-300-OPEN-FILES.
           IF WS-FILES-OK
               OPEN INPUT CADASTROFILE
               IF WS-CAD-STATUS-OK
                   SET WS-CAD-OPENED TO TRUE
               ELSE
                   DISPLAY 'ERRO AO ABRIR CADASTRO.DAT - STATUS '
                       WS-CAD-STATUS
                   MOVE "N" TO WS-FILES-OK-SW
               END-IF
               OPEN I-O BOOKINVENTORYFILE
               IF WS-BIF-STATUS-OK
                   SET WS-BIF-OPENED TO TRUE
               ELSE
                   DISPLAY 'ERRO AO ABRIR BOOKINV.DAT - STATUS '
                       WS-BIF-STATUS
                   MOVE "N" TO WS-FILES-OK-SW
               END-IF
               OPEN INPUT ISBNXREFFILE
               IF WS-XREF-STATUS-OK
                   SET WS-XREF-OPENED TO TRUE
               END-IF
               OPEN I-O WEBREGFILE
               IF NOT WS-WRG-STATUS-OK
                   OPEN OUTPUT WEBREGFILE
                   CLOSE WEBREGFILE
                   OPEN I-O WEBREGFILE
               END-IF
               IF WS-WRG-STATUS-OK
                   SET WS-WRG-OPENED TO TRUE
               ELSE
                   DISPLAY 'ERRO AO ABRIR WEBREG.DAT - STATUS '
                       WS-WRG-STATUS
                   MOVE "N" TO WS-FILES-OK-SW
               END-IF
               IF NOT WS-FILES-OK
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-FILES-OK
               OPEN EXTEND BOOKSALESFILE
               IF WS-BSF-NOT-FOUND
                   OPEN OUTPUT BOOKSALESFILE
               END-IF
               SET WS-BSF-OPENED TO TRUE
               OPEN EXTEND BACKORDERFILE
               IF WS-BOF-NOT-FOUND
                   OPEN OUTPUT BACKORDERFILE
               END-IF
               SET WS-BOF-OPENED TO TRUE
               OPEN EXTEND WEBSTATFILE
               IF WS-WST-NOT-FOUND
                   OPEN OUTPUT WEBSTATFILE
               END-IF
               SET WS-WST-OPENED TO TRUE
           END-IF.

       0002-700-READ-WEBPED.
           READ WEBPEDFILE
               AT END SET WS-EOF-WEBPED TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * FIRST PASS - THE WHOLE ENVELOPE IS PROVED BEFORE ANY ORDER IS  *
      * SERVED: HEADER FIRST, TRAILER ORDER COUNT AND QUANTITY HASH.   *
      *----------------------------------------------------------------*
       0003-VERIFY-FILE.
           MOVE ZEROS TO WS-ENV-COUNT WS-ENV-HASH.
           MOVE "N" TO WS-ENV-SW.
           MOVE "N" TO WS-TRAILER-SW.
           OPEN INPUT WEBPEDFILE.
           PERFORM 0002-700-READ-WEBPED.
           IF WS-EOF-WEBPED
               CONTINUE
           ELSE
               IF NOT WPD-HEADER
                   DISPLAY 'ERRO: WEBPED.DAT SEM REGISTRO HEADER'
                   SET WS-ENV-BROKEN TO TRUE
               ELSE
                   PERFORM 0002-700-READ-WEBPED
                   PERFORM 0003-300-VERIFY-ONE
                       UNTIL WS-EOF-WEBPED
                   IF NOT WS-TRAILER-SEEN
                       DISPLAY 'ERRO: WEBPED.DAT SEM REGISTRO TRAILER'
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               END-IF
           END-IF.
           CLOSE WEBPEDFILE.

       0003-300-VERIFY-ONE.
           EVALUATE TRUE
               WHEN WPD-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF WPDT-PEDIDOS NOT = WS-ENV-COUNT
                       DISPLAY 'ERRO: CONTAGEM DO TRAILER NAO CONFERE'
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
                   IF WPDT-HASH NOT = WS-ENV-HASH
                       DISPLAY 'ERRO: HASH DO TRAILER NAO CONFERE'
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
                   SET WS-EOF-WEBPED TO TRUE
               WHEN WPD-PEDIDO
                   ADD 1 TO WS-ENV-COUNT
               WHEN WPD-ENDERECO
                   CONTINUE
               WHEN WPD-LINHA
                   IF WPDL-QTD IS NUMERIC
                       ADD WPDL-QTD TO WS-ENV-HASH
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO: TIPO DE REGISTRO INVALIDO - '
                       WPD-TYPE
                   SET WS-ENV-BROKEN TO TRUE
           END-EVALUATE.
           IF NOT WS-EOF-WEBPED
               PERFORM 0002-700-READ-WEBPED
           END-IF.

       0003-500-REFUSE-FILE.
           MOVE "RECUSADO - ENVELOPE INVALIDO" TO WFL-TEXT.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-FILE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 8 TO RETURN-CODE.

      *----------------------------------------------------------------*
      * SECOND PASS - ONE ORDER AT A TIME: HEADER, ADDRESS AND LINES   *
      * ARE GATHERED UP TO THE NEXT ORDER OR THE TRAILER, THEN SERVED. *
      *----------------------------------------------------------------*
       0004-PROCESS-FILE.
           MOVE "LIDO" TO WFL-TEXT.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-FILE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT WEBPEDFILE.
           PERFORM 0002-700-READ-WEBPED.
           IF NOT WS-EOF-WEBPED
               PERFORM 0002-700-READ-WEBPED
           END-IF.
           PERFORM UNTIL WS-EOF-WEBPED OR WPD-TRAILER
               IF WPD-PEDIDO
                   PERFORM 0004-200-GATHER-ORDER
                   PERFORM 0005-SERVE-ORDER
               ELSE
                   DISPLAY 'AVISO: REGISTRO ' WPD-TYPE
                       ' FORA DE UM PEDIDO IGNORADO'
                   PERFORM 0002-700-READ-WEBPED
               END-IF
           END-PERFORM.
           CLOSE WEBPEDFILE.
           OPEN OUTPUT WEBPEDFILE.
           CLOSE WEBPEDFILE.
           PERFORM 0004-800-SAVE-CONTROL.

       0004-200-GATHER-ORDER.
           INITIALIZE WS-PEDIDO.
           MOVE ZEROS TO WS-LINHA-COUNT.
           MOVE WPDP-PEDIDO TO WS-PED-NUMERO.
           MOVE WPDP-DATA TO WS-PED-DATA.
           MOVE WPDP-CLIENTEID TO WS-PED-CLIENTEID.
           MOVE WPDP-NOME TO WS-PED-NOME.
           IF WPDP-FRETE IS NUMERIC
               MOVE WPDP-FRETE TO WS-PED-FRETE
           END-IF.
           MOVE WPDP-REF-PAGTO TO WS-PED-REF-PAGTO.
           PERFORM 0002-700-READ-WEBPED.
           PERFORM UNTIL WS-EOF-WEBPED OR WPD-TRAILER OR WPD-PEDIDO
               IF WPD-ENDERECO AND WPDE-PEDIDO = WS-PED-NUMERO
                   MOVE WPDE-ENDERECO TO WS-PED-ENDERECO
                   MOVE WPDE-CIDADE TO WS-PED-CIDADE
                   MOVE WPDE-UF TO WS-PED-UF
                   MOVE WPDE-CEP TO WS-PED-CEP
               END-IF
               IF WPD-LINHA AND WPDL-PEDIDO = WS-PED-NUMERO
                   IF WS-LINHA-COUNT < 50
                       ADD 1 TO WS-LINHA-COUNT
                       MOVE WS-LINHA-COUNT TO LX
                       MOVE WPDL-LIVRO TO WS-LN-LIVRO(LX)
                       MOVE SPACES TO WS-LN-BOOKNUM(LX)
                           WS-LN-TITULO(LX) WS-LN-MOTIVO(LX)
                       MOVE WPDL-QTD-X TO WS-LN-QTD-X(LX)
                       MOVE ZEROS TO WS-LN-PRECO(LX)
                       IF WPDL-PRECO IS NUMERIC
                           MOVE WPDL-PRECO TO WS-LN-PRECO(LX)
                       END-IF
                       MOVE ZEROS TO WS-LN-DESP(LX) WS-LN-PEND(LX)
                   ELSE
                       ADD 1 TO WS-PED-EXCESSO
                   END-IF
               END-IF
               IF (WPD-ENDERECO AND WPDE-PEDIDO NOT = WS-PED-NUMERO)
                  OR (WPD-LINHA AND WPDL-PEDIDO NOT = WS-PED-NUMERO)
                   DISPLAY 'AVISO: REGISTRO ' WPD-TYPE ' DO PEDIDO '
                       WPDE-PEDIDO ' DENTRO DO PEDIDO '
                       WS-PED-NUMERO ' IGNORADO'
               END-IF
               PERFORM 0002-700-READ-WEBPED
           END-PERFORM.

       0004-800-SAVE-CONTROL.
           OPEN OUTPUT WEBCTLFILE.
           MOVE WS-WEB-FILIAL TO WCT-FILIAL.
           MOVE WS-WEB-REGIAO TO WCT-REGIAO.
           MOVE WS-RST-PREFIXO TO WCT-RASTREIO-PREFIXO.
           MOVE WS-RST-PROXIMO TO WCT-RASTREIO-PROXIMO.
           MOVE WS-RST-ULTIMO TO WCT-RASTREIO-ULTIMO.
           MOVE WS-RST-SUFIXO TO WCT-RASTREIO-SUFIXO.
           WRITE WCT-RECORD.
           CLOSE WEBCTLFILE.

      *----------------------------------------------------------------*
      * ONE ORDER: A RESENT ORDER IS ONLY LISTED; AN ORDER THAT CANNOT *
      * BE SERVED AT ALL IS CANCELLED WHOLE; OTHERWISE EACH LINE IS    *
      * CHECKED, PICKED FROM THE DESPATCH BRANCH AND THE SHORTFALL     *
      * BACKORDERED.                                                   *
      *----------------------------------------------------------------*
       0005-SERVE-ORDER.
           ADD 1 TO WS-PEDIDOS-COUNT.
           MOVE ZEROS TO WS-QTD-DESP WS-QTD-PEND WS-QTD-CANC.
           MOVE ZEROS TO WS-VALOR-PEDIDO.
           MOVE SPACES TO WS-PED-MOTIVO WS-PED-RASTREIO.
           MOVE WS-PED-NUMERO TO WRG-PEDIDO.
           READ WEBREGFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "PEDIDO JA PROCESSADO" TO WS-PED-MOTIVO
           END-READ.
           IF WS-PED-MOTIVO NOT = SPACES
               ADD 1 TO WS-DUPLICADOS-COUNT
               PERFORM 0005-900-REPORT-DUPLICATE
           ELSE
               PERFORM 0005-100-CHECK-ORDER
               IF WS-PED-MOTIVO NOT = SPACES
                   PERFORM 0005-200-CANCEL-ORDER
               ELSE
                   PERFORM 0006-CHECK-LINE
                       VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-LINHA-COUNT
                   IF WS-QTD-DESP > ZEROS
                       PERFORM 0006-700-NEXT-TRACKING
                   END-IF
                   PERFORM 0007-WRITE-LINE
                       VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-LINHA-COUNT
                   IF WS-QTD-DESP > ZEROS
                       PERFORM 0007-300-PICKING-LIST
                       PERFORM 0007-500-DESPATCH-NOTE
                   END-IF
               END-IF
               PERFORM 0005-500-REGISTER-ORDER
               PERFORM 0005-700-REPORT-ORDER
           END-IF.

       0005-100-CHECK-ORDER.
           EVALUATE TRUE
               WHEN WS-PED-NUMERO = SPACES
                   MOVE "PEDIDO SEM NUMERO" TO WS-PED-MOTIVO
               WHEN WS-LINHA-COUNT = ZEROS
                   MOVE "PEDIDO SEM LINHAS" TO WS-PED-MOTIVO
               WHEN WS-PED-EXCESSO > ZEROS
                   MOVE "MAIS DE 50 LINHAS"
                       TO WS-PED-MOTIVO
               WHEN WS-PED-REF-PAGTO = SPACES
                   MOVE "SEM REF. DE PAGAMENTO" TO WS-PED-MOTIVO
               WHEN WS-PED-ENDERECO = SPACES OR WS-PED-CEP = SPACES
                   MOVE "SEM ENDERECO DE ENTREGA" TO WS-PED-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0005-200-CANCEL-ORDER.
           ADD WS-LINHA-COUNT TO WS-QTD-CANC.
           MOVE WS-PED-NUMERO TO WST-PEDIDO.
           MOVE ZEROS TO WST-SEQ WST-QTD.
           MOVE SPACES TO WST-LIVRO WST-RASTREIO.
           SET WST-CANCELADO TO TRUE.
           MOVE WS-RUN-DATE-NUM TO WST-DATA.
           MOVE WS-PED-MOTIVO TO WST-MOTIVO.
           WRITE WST-RECORD.

       0005-500-REGISTER-ORDER.
           MOVE WS-PED-NUMERO TO WRG-PEDIDO.
           MOVE WS-RUN-DATE-NUM TO WRG-DATA.
           EVALUATE TRUE
               WHEN WS-QTD-DESP > ZEROS AND WS-QTD-PEND = ZEROS
                   SET WRG-DESPACHADO TO TRUE
                   ADD 1 TO WS-DESPACHADOS-COUNT
               WHEN WS-QTD-DESP > ZEROS
                   SET WRG-PARCIAL TO TRUE
                   ADD 1 TO WS-PARCIAIS-COUNT
               WHEN WS-QTD-PEND > ZEROS
                   SET WRG-ENCOMENDADO TO TRUE
                   ADD 1 TO WS-ENCOMENDADOS-COUNT
               WHEN OTHER
                   SET WRG-CANCELADO TO TRUE
                   ADD 1 TO WS-CANCELADOS-COUNT
           END-EVALUATE.
           MOVE WS-PED-RASTREIO TO WRG-RASTREIO.
           MOVE WS-VALOR-PEDIDO TO WRG-VALOR.
           WRITE WRG-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR PEDIDO ' WRG-PEDIDO
                       ' - STATUS ' WS-WRG-STATUS
                   MOVE 1 TO RETURN-CODE
           END-WRITE.

       0005-700-REPORT-ORDER.
           MOVE WS-PED-NUMERO TO WOL-PEDIDO.
           MOVE WS-LINHA-COUNT TO WOL-LINHAS.
           MOVE WS-QTD-DESP TO WOL-DESP.
           MOVE WS-QTD-PEND TO WOL-PEND.
           MOVE WS-QTD-CANC TO WOL-CANC.
           MOVE WS-PED-RASTREIO TO WOL-RASTREIO.
           EVALUATE TRUE
               WHEN WRG-DESPACHADO MOVE "DESPACHADO" TO WOL-SITUACAO
               WHEN WRG-PARCIAL MOVE "PARCIAL" TO WOL-SITUACAO
               WHEN WRG-ENCOMENDADO MOVE "ENCOMENDADO" TO WOL-SITUACAO
               WHEN OTHER MOVE "CANCELADO" TO WOL-SITUACAO
           END-EVALUATE.
           MOVE WS-PED-MOTIVO TO WOL-MOTIVO.
           IF WS-QTD-DESP > ZEROS AND WS-PED-RASTREIO = SPACES
               MOVE "FAIXA RASTREIO ESGOTADA" TO WOL-MOTIVO
           END-IF.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-ORDER-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PED-MOTIVO = SPACES
               PERFORM VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-LINHA-COUNT
                   IF WS-LN-MOTIVO(LX) NOT = SPACES
                       MOVE WS-LN-LIVRO(LX) TO WLE-LIVRO
                       MOVE WS-LN-QTD-X(LX) TO WLE-QTD
                       MOVE WS-LN-MOTIVO(LX) TO WLE-MOTIVO
                       WRITE WS-WEBPED-RPT-LINE FROM WEBPED-LINE-EXCP
                           AFTER ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-IF.

       0005-900-REPORT-DUPLICATE.
           MOVE WS-PED-NUMERO TO WOL-PEDIDO.
           MOVE WS-LINHA-COUNT TO WOL-LINHAS.
           MOVE ZEROS TO WOL-DESP WOL-PEND WOL-CANC.
           MOVE WRG-RASTREIO TO WOL-RASTREIO.
           MOVE "IGNORADO" TO WOL-SITUACAO.
           MOVE WS-PED-MOTIVO TO WOL-MOTIVO.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-ORDER-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      * ONE LINE: BOOK OR ISBN ON THE CADASTRO AND STILL IN LINE, THEN *
      * AS MANY COPIES AS THE DESPATCH BRANCH HOLDS ARE TAKEN FROM IT. *
      *----------------------------------------------------------------*
       0006-CHECK-LINE.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-LN-QTD-X(LX) IS NOT NUMERIC
              OR WS-LN-QTD(LX) = ZEROS
               MOVE "QUANTIDADE INVALIDA" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               IF WS-LN-LIVRO(LX)(6:8) = SPACES
                   MOVE WS-LN-LIVRO(LX)(1:5) TO WS-LN-BOOKNUM(LX)
               ELSE
                   PERFORM 0006-200-RESOLVE-ISBN
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE WS-LN-BOOKNUM(LX) TO CAD-BOOKNUM
               READ CADASTROFILE
                   INVALID KEY
                       MOVE "LIVRO NAO CADASTRADO" TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE CAD-BOOKTITLE TO WS-LN-TITULO(LX)
                       IF CAD-SITUACAO NOT = "A"
                          AND CAD-SITUACAO NOT = SPACE
                           MOVE "TITULO FORA DE LINHA" TO WS-MOTIVO
                       END-IF
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM 0006-400-PICK-STOCK
           ELSE
               MOVE WS-MOTIVO TO WS-LN-MOTIVO(LX)
               ADD 1 TO WS-QTD-CANC
           END-IF.

       0006-200-RESOLVE-ISBN.
           IF NOT WS-XREF-OPENED
               MOVE "ISBN NAO CADASTRADO" TO WS-MOTIVO
           ELSE
               MOVE WS-LN-LIVRO(LX) TO XREF-ISBN
               READ ISBNXREFFILE
                   INVALID KEY
                       MOVE "ISBN NAO CADASTRADO" TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE XREF-BOOKNUM TO WS-LN-BOOKNUM(LX)
               END-READ
           END-IF.

       0006-400-PICK-STOCK.
           MOVE WS-LN-BOOKNUM(LX) TO BIF-BOOKNUM.
           MOVE WS-WEB-FILIAL TO BIF-FILIAL.
           READ BOOKINVENTORYFILE
               INVALID KEY
                   MOVE ZEROS TO WS-LN-DESP(LX)
               NOT INVALID KEY
                   IF BIF-ONHAND NOT < WS-LN-QTD(LX)
                       MOVE WS-LN-QTD(LX) TO WS-LN-DESP(LX)
                   ELSE
                       MOVE BIF-ONHAND TO WS-LN-DESP(LX)
                   END-IF
                   IF WS-LN-DESP(LX) > ZEROS
                       MOVE BIF-RECORD TO IJR-BEFORE-IMAGE
                       SUBTRACT WS-LN-DESP(LX) FROM BIF-ONHAND
                       REWRITE BIF-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR ESTOQUE DO '
                                   'LIVRO ' BIF-BOOKNUM ' - STATUS '
                                   WS-BIF-STATUS
                               MOVE 1 TO RETURN-CODE
                           NOT INVALID KEY
                               PERFORM 0006-450-JOURNAL-PICK
                       END-REWRITE
                   END-IF
           END-READ.
           COMPUTE WS-LN-PEND(LX) = WS-LN-QTD(LX) - WS-LN-DESP(LX).
           ADD WS-LN-DESP(LX) TO WS-QTD-DESP.
           ADD WS-LN-PEND(LX) TO WS-QTD-PEND.

       0006-450-JOURNAL-PICK.
           MOVE "WEBPED" TO IJR-PROGRAM.
           MOVE BIF-RECORD TO IJR-AFTER-IMAGE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

      *----------------------------------------------------------------*
      * NEXT NUMBER OF THE CARRIER'S RANGE, WITH ITS CHECK DIGIT: SUM  *
      * OF THE DIGITS BY THE WEIGHTS, REMAINDER 0 GIVES 5, REMAINDER 1 *
      * GIVES 0, OTHERWISE 11 LESS THE REMAINDER. A RANGE USED UP (OR  *
      * NEVER LOADED) LEAVES THE PARCEL WITHOUT A NUMBER.              *
      *----------------------------------------------------------------*
       0006-700-NEXT-TRACKING.
           IF WS-RST-PROXIMO = ZEROS
              OR WS-RST-PROXIMO > WS-RST-ULTIMO
               IF NOT WS-FAIXA-ESGOTADA
                   DISPLAY 'AVISO: FAIXA DE RASTREIO ESGOTADA - '
                       'RECARREGUE WEBCTL.DAT'
                   SET WS-FAIXA-ESGOTADA TO TRUE
               END-IF
               ADD 1 TO WS-SEM-RASTREIO-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-RST-PREFIXO TO WS-RST-R-PREFIXO
               MOVE WS-RST-PROXIMO TO WS-RST-R-NUMERO
               MOVE WS-RST-SUFIXO TO WS-RST-R-SUFIXO
               MOVE ZEROS TO WS-DV-SOMA
               PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 8
                   COMPUTE WS-DV-SOMA = WS-DV-SOMA
                       + WS-RST-DIGITO(DX) * WS-PESO(DX)
               END-PERFORM
               DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
                   REMAINDER WS-DV-RESTO
               EVALUATE WS-DV-RESTO
                   WHEN 0 MOVE 5 TO WS-DV
                   WHEN 1 MOVE 0 TO WS-DV
                   WHEN OTHER COMPUTE WS-DV = 11 - WS-DV-RESTO
               END-EVALUATE
               MOVE WS-DV TO WS-RST-R-DV
               MOVE WS-RASTREIO TO WS-PED-RASTREIO
               ADD 1 TO WS-RST-PROXIMO
           END-IF.

      *----------------------------------------------------------------*
      * THE LINE'S RESULTS: SALES FOR WHAT LEFT (IN RECORDS OF AT MOST *
      * 99 COPIES), A BACKORDER FOR THE SHORTFALL, AND THE STATUS      *
      * LINES FOR THE PLATFORM.                                        *
      *----------------------------------------------------------------*
       0007-WRITE-LINE.
           MOVE WS-PED-NUMERO TO WST-PEDIDO.
           MOVE LX TO WST-SEQ.
           MOVE WS-LN-LIVRO(LX) TO WST-LIVRO.
           MOVE WS-RUN-DATE-NUM TO WST-DATA.
           IF WS-LN-MOTIVO(LX) NOT = SPACES
               MOVE ZEROS TO WST-QTD
               IF WS-LN-QTD-X(LX) IS NUMERIC
                   MOVE WS-LN-QTD(LX) TO WST-QTD
               END-IF
               SET WST-CANCELADO TO TRUE
               MOVE SPACES TO WST-RASTREIO
               MOVE WS-LN-MOTIVO(LX) TO WST-MOTIVO
               WRITE WST-RECORD
           END-IF.
           IF WS-LN-DESP(LX) > ZEROS
               MOVE WS-LN-DESP(LX) TO WS-COPIAS-RESTO
               PERFORM 0007-100-WRITE-SALE
                   UNTIL WS-COPIAS-RESTO = ZEROS
               COMPUTE WS-VALOR-LINHA =
                   WS-LN-DESP(LX) * WS-LN-PRECO(LX)
               ADD WS-VALOR-LINHA TO WS-VALOR-PEDIDO
               MOVE WS-LN-DESP(LX) TO WST-QTD
               SET WST-DESPACHADO TO TRUE
               MOVE WS-PED-RASTREIO TO WST-RASTREIO
               MOVE SPACES TO WST-MOTIVO
               WRITE WST-RECORD
           END-IF.
           IF WS-LN-PEND(LX) > ZEROS
               MOVE WS-LN-BOOKNUM(LX) TO BO-BOOKNUM
               MOVE WS-PED-CLIENTEID TO BO-CLIENTEID
               MOVE WS-LN-PEND(LX) TO BO-QTY
               MOVE WS-RUN-DATE-NUM TO BO-DATE
               SET BO-ABERTA TO TRUE
               MOVE ZEROS TO BO-FILL-DATE
               WRITE BO-RECORD
               MOVE WS-LN-PEND(LX) TO WST-QTD
               SET WST-ENCOMENDADO TO TRUE
               MOVE SPACES TO WST-RASTREIO
               MOVE "SEM ESTOQUE - ENCOMENDADO" TO WST-MOTIVO
               WRITE WST-RECORD
           END-IF.

       0007-100-WRITE-SALE.
           MOVE WS-LN-BOOKNUM(LX) TO BSF-BOOKNUM.
           IF WS-COPIAS-RESTO > 99
               MOVE 99 TO BSF-COPIES
           ELSE
               MOVE WS-COPIAS-RESTO TO BSF-COPIES
           END-IF.
           SUBTRACT BSF-COPIES FROM WS-COPIAS-RESTO.
           MOVE "N" TO BSF-SALESTATUS.
           MOVE WS-RUN-DATE-NUM TO BSF-SALEDATE.
           MOVE WS-WEB-REGIAO TO BSF-REGION.
           MOVE WS-PED-CLIENTEID TO BSF-CLIENTEID.
           WRITE BSF-RECORD.

       0007-300-PICKING-LIST.
           MOVE WS-PED-NUMERO TO WPO-PEDIDO.
           MOVE WS-WEB-FILIAL TO WPO-FILIAL.
           MOVE WS-PED-NOME TO WPO-NOME.
           WRITE WS-WEBPICK-RPT-LINE FROM WEBPICK-ORDER-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LINHA-COUNT
               IF WS-LN-DESP(LX) > ZEROS
                   MOVE WS-LN-BOOKNUM(LX) TO WPK-BOOKNUM
                   MOVE WS-LN-TITULO(LX) TO WPK-TITULO
                   MOVE WS-LN-DESP(LX) TO WPK-QTD
                   WRITE WS-WEBPICK-RPT-LINE FROM WEBPICK-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.

       0007-500-DESPATCH-NOTE.
           MOVE WS-PED-NUMERO TO WDT-PEDIDO.
           MOVE WS-RUN-DATE-NUM TO WDT-DATA.
           WRITE WS-WEBDESP-RPT-LINE FROM WEBDESP-TITLE-LINE
               AFTER ADVANCING PAGE.
           MOVE "DESTINATARIO: " TO WDX-LABEL.
           MOVE WS-PED-NOME TO WDX-TEXTO.
           WRITE WS-WEBDESP-RPT-LINE FROM WEBDESP-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "ENDERECO....: " TO WDX-LABEL.
           MOVE WS-PED-ENDERECO TO WDX-TEXTO.
           WRITE WS-WEBDESP-RPT-LINE FROM WEBDESP-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WDX-LABEL WDX-TEXTO.
           STRING WS-PED-CIDADE DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  WS-PED-UF DELIMITED BY SIZE
                  "  CEP " DELIMITED BY SIZE
                  WS-PED-CEP DELIMITED BY SIZE
               INTO WDX-TEXTO
           END-STRING.
           WRITE WS-WEBDESP-RPT-LINE FROM WEBDESP-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "RASTREIO....: " TO WDX-LABEL.
           MOVE WS-PED-RASTREIO TO WDX-TEXTO.
           WRITE WS-WEBDESP-RPT-LINE FROM WEBDESP-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PAGAMENTO...: " TO WDX-LABEL.
           MOVE WS-PED-REF-PAGTO TO WDX-TEXTO.
           WRITE WS-WEBDESP-RPT-LINE FROM WEBDESP-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-WEBDESP-RPT-LINE.
           WRITE WS-WEBDESP-RPT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LINHA-COUNT
               IF WS-LN-DESP(LX) > ZEROS
                   MOVE WS-LN-BOOKNUM(LX) TO WDD-BOOKNUM
                   MOVE WS-LN-TITULO(LX) TO WDD-TITULO
                   MOVE WS-LN-DESP(LX) TO WDD-QTD
                   MOVE WS-LN-PRECO(LX) TO WDD-PRECO
                   COMPUTE WS-VALOR-LINHA =
                       WS-LN-DESP(LX) * WS-LN-PRECO(LX)
                   MOVE WS-VALOR-LINHA TO WDD-VALOR
                   MOVE WEBDESP-DETAIL-LINE TO WS-WEBDESP-RPT-LINE
                   CALL "DECFMT" USING WS-WEBDESP-RPT-LINE,
                       WS-WEBPED-RPT-LEN
                   WRITE WS-WEBDESP-RPT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LINHA-COUNT
               IF WS-LN-PEND(LX) > ZEROS
                   MOVE WS-LN-BOOKNUM(LX) TO WDP-BOOKNUM
                   MOVE WS-LN-TITULO(LX) TO WDP-TITULO
                   MOVE WS-LN-PEND(LX) TO WDP-QTD
                   WRITE WS-WEBDESP-RPT-LINE FROM WEBDESP-PEND-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE "FRETE     " TO WDV-LABEL.
           MOVE WS-PED-FRETE TO WDV-VALOR.
           MOVE WEBDESP-TOTAL-LINE TO WS-WEBDESP-RPT-LINE.
           CALL "DECFMT" USING WS-WEBDESP-RPT-LINE, WS-WEBPED-RPT-LEN.
           WRITE WS-WEBDESP-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "TOTAL     " TO WDV-LABEL.
           COMPUTE WDV-VALOR = WS-VALOR-PEDIDO + WS-PED-FRETE.
           MOVE WEBDESP-TOTAL-LINE TO WS-WEBDESP-RPT-LINE.
           CALL "DECFMT" USING WS-WEBDESP-RPT-LINE, WS-WEBPED-RPT-LEN.
           WRITE WS-WEBDESP-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0008-FINALIZE.
           MOVE "PEDIDOS LIDOS:                " TO WCL-LABEL.
           MOVE WS-PEDIDOS-COUNT TO WCL-COUNT.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "DESPACHADOS POR INTEIRO:      " TO WCL-LABEL.
           MOVE WS-DESPACHADOS-COUNT TO WCL-COUNT.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "DESPACHADOS EM PARTE:         " TO WCL-LABEL.
           MOVE WS-PARCIAIS-COUNT TO WCL-COUNT.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SO ENCOMENDADOS:              " TO WCL-LABEL.
           MOVE WS-ENCOMENDADOS-COUNT TO WCL-COUNT.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CANCELADOS:                   " TO WCL-LABEL.
           MOVE WS-CANCELADOS-COUNT TO WCL-COUNT.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "JA PROCESSADOS (IGNORADOS):   " TO WCL-LABEL.
           MOVE WS-DUPLICADOS-COUNT TO WCL-COUNT.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "VOLUMES SEM RASTREIO:         " TO WCL-LABEL.
           MOVE WS-SEM-RASTREIO-COUNT TO WCL-COUNT.
           WRITE WS-WEBPED-RPT-LINE FROM WEBPED-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-WEBPED-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE WEBPEDREPORTFILE.
           WRITE WS-WEBPICK-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE WEBPICKREPORTFILE.
           WRITE WS-WEBDESP-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE WEBDESPREPORTFILE.
           IF WS-CAD-OPENED
               CLOSE CADASTROFILE
           END-IF.
           IF WS-XREF-OPENED
               CLOSE ISBNXREFFILE
           END-IF.
           IF WS-BIF-OPENED
               CLOSE BOOKINVENTORYFILE
           END-IF.
           IF WS-BSF-OPENED
               CLOSE BOOKSALESFILE
           END-IF.
           IF WS-BOF-OPENED
               CLOSE BACKORDERFILE
           END-IF.
           IF WS-WST-OPENED
               CLOSE WEBSTATFILE
           END-IF.
           IF WS-WRG-OPENED
               CLOSE WEBREGFILE
           END-IF.
           DISPLAY 'PEDIDOS DA LOJA VIRTUAL CONCLUIDOS'.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-WEBPED-DAT.
           CALL "DATADIR" USING WS-PTH-WEBCTL-DAT.
           CALL "DATADIR" USING WS-PTH-CADASTRO-DAT.
           CALL "DATADIR" USING WS-PTH-ISBNXREF-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-DAT.
           CALL "DATADIR" USING WS-PTH-BACKORD-DAT.
           CALL "DATADIR" USING WS-PTH-WEBSTAT-DAT.
           CALL "DATADIR" USING WS-PTH-WEBREG-DAT.
           CALL "DATADIR" USING WS-PTH-WEBPED-RPT.
           CALL "DATADIR" USING WS-PTH-WEBPICK-RPT.
           CALL "DATADIR" USING WS-PTH-WEBDESP-RPT.

       END PROGRAM WEBPED.
