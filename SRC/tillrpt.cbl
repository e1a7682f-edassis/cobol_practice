      *              BY OPERATOR (COUNT AND VALUE) AND PRINTS THE
      *              GRAND TOTAL ON TILL.RPT, SO THE EVENING CASH-UP
      *              COMPARES DRAWER TO SYSTEM INSTEAD OF TO MEMORY.
      * 15/10/2026 - TILL.DAT NOW CARRIES THE GIFT VOUCHER TAKEN AS
      *              PAYMENT AND THE AMOUNT IT COVERED. A RECEIPT PAID
      *              PARTLY OR WHOLLY BY VOUCHER PRINTS A SECOND LINE
      *              WITH THE VOUCHER AND AMOUNT, AND THE GRAND TOTAL
      *              IS FOLLOWED BY THE DAY'S VOUCHER PAYMENTS AND THE
      *              AMOUNT EXPECTED IN THE DRAWER. VOUCHERS SOLD COME
      *              THROUGH AS BOOK "VALE" AND COUNT AS TAKINGS.
      * 15/10/2026 - TILL.DAT NOW ALSO CARRIES HOW EACH RECEIPT WAS
      *              PAID (CASH NET OF CHANGE, DEBIT CARD, CREDIT CARD,
      *              PIX, VOUCHER). EACH OPERATOR'S TOTAL IS FOLLOWED
      *              BY A LINE SPLITTING IT BY TENDER, THE GRAND TOTAL
      *              IS SPLIT THE SAME WAY, AND THE AMOUNT EXPECTED IN
      *              THE DRAWER IS NOW THE CASH TOTAL ONLY. RECEIPTS
      *              WRITTEN BEFORE THE TENDER WAS RECORDED COUNT AS
      *              CASH LESS ANY VOUCHER.
      * 15/10/2026 - TILL.DAT NOW CARRIES THE AMOUNT OF EACH RECEIPT
      *              PUT ON A CLIENT'S ACCOUNT (TENDER A PRAZO), AND A
      *              CLIENT PAYING OFF THE ACCOUNT COMES THROUGH AS
      *              BOOK "CONTA". THE ON-ACCOUNT AMOUNT IS SPLIT OUT
      *              PER OPERATOR AND IN THE GRAND TOTAL; THE TENDER
      *              SPLIT UNDER EACH OPERATOR NOW TAKES TWO LINES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLRPT.
           05 TILL-BOOKNUM       PIC X(5).
           05 TILL-COPIES        PIC 9(2).
           05 TILL-VALOR         PIC 9(7)V9(2).
           05 TILL-VALE-NUM      PIC 9(8).
           05 TILL-VALE-VALOR    PIC 9(7)V9(2).
           05 TILL-DINHEIRO      PIC 9(7)V9(2).
           05 TILL-DEBITO        PIC 9(7)V9(2).
           05 TILL-CREDITO       PIC 9(7)V9(2).
           05 TILL-PIX           PIC 9(7)V9(2).
           05 TILL-PRAZO         PIC 9(7)V9(2).

       FD  TILLREPORTFILE.
       01  WS-TILL-RPT-LINE      PIC X(80).
           88 WS-TIL-STATUS-OK   VALUE "00".
       77  WS-RECIBOS-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-GRAND-VALOR        PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-GRAND-VALE         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-GRAND-CAIXA        PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-GRAND-DEBITO       PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-GRAND-CREDITO      PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-GRAND-PIX          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-GRAND-PRAZO        PIC 9(9)V9(2) VALUE ZEROS.

       01  WS-RCB-FORMAS.
           05 WS-RCB-DINHEIRO    PIC 9(7)V9(2).
           05 WS-RCB-DEBITO      PIC 9(7)V9(2).
           05 WS-RCB-CREDITO     PIC 9(7)V9(2).
           05 WS-RCB-PIX         PIC 9(7)V9(2).
           05 WS-RCB-VALE        PIC 9(7)V9(2).
           05 WS-RCB-PRAZO       PIC 9(7)V9(2).

       01  WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 20 TIMES.
              10 WS-OPR-ID       PIC X(8).
              10 WS-OPR-COUNT    PIC 9(5).
              10 WS-OPR-VALOR    PIC 9(9)V9(2).
              10 WS-OPR-DINHEIRO PIC 9(9)V9(2).
              10 WS-OPR-DEBITO   PIC 9(9)V9(2).
              10 WS-OPR-CREDITO  PIC 9(9)V9(2).
              10 WS-OPR-PIX      PIC 9(9)V9(2).
              10 WS-OPR-VALE     PIC 9(9)V9(2).
              10 WS-OPR-PRAZO    PIC 9(9)V9(2).
       01  WS-OPER-COUNT         PIC 9(2) VALUE ZEROS.
       01  OX                    PIC 9(2).

           05 FILLER             PIC X(09) VALUE "  VALOR  ".
           05 TDL-VALOR          PIC Z(6)9,99.

       01  TILL-VALE-LINE.
           05 FILLER             PIC X(08) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "PAGO COM VALE ".
           05 TVL-VALE-NUM       PIC 9(8).
           05 FILLER             PIC X(31) VALUE SPACES.
           05 TVL-VALOR          PIC Z(6)9,99.

       01  TILL-OPER-LINE.
           05 FILLER             PIC X(09) VALUE "OPERADOR ".
           05 TOL-OPER           PIC X(8).
           05 FILLER             PIC X(09) VALUE "  TOTAL  ".
           05 TOL-VALOR          PIC Z(8)9,99.

       01  TILL-OPER-FORMA-LINE.
           05 FILLER             PIC X(11) VALUE "  DINHEIRO ".
           05 TFL-DINHEIRO       PIC Z(5)9,99.
           05 FILLER             PIC X(09) VALUE "  DEBITO ".
           05 TFL-DEBITO         PIC Z(5)9,99.
           05 FILLER             PIC X(09) VALUE " CREDITO ".
           05 TFL-CREDITO        PIC Z(5)9,99.

       01  TILL-OPER-FORMA2-LINE.
           05 FILLER             PIC X(11) VALUE "  PIX      ".
           05 TFL-PIX            PIC Z(5)9,99.
           05 FILLER             PIC X(09) VALUE "  VALE   ".
           05 TFL-VALE           PIC Z(5)9,99.
           05 FILLER             PIC X(09) VALUE " A PRAZO ".
           05 TFL-PRAZO          PIC Z(5)9,99.

       01  TILL-GRAND-LINE.
           05 FILLER             PIC X(30)
              VALUE "TOTAL DO DIA NO BALCAO:       ".
           05 TGL-VALOR          PIC Z(8)9,99.

       01  TILL-GRAND-VALE-LINE.
           05 FILLER             PIC X(30)
              VALUE "PAGO COM VALE-PRESENTE:       ".
           05 TGV-VALOR          PIC Z(8)9,99.

       01  TILL-GRAND-CAIXA-LINE.
           05 FILLER             PIC X(30)
              VALUE "ESPERADO NO CAIXA (DINHEIRO): ".
           05 TGC-VALOR          PIC Z(8)9,99.

       01  TILL-GRAND-DEBITO-LINE.
           05 FILLER             PIC X(30)
              VALUE "CARTAO DE DEBITO:             ".
           05 TGD-VALOR          PIC Z(8)9,99.

       01  TILL-GRAND-CREDITO-LINE.
           05 FILLER             PIC X(30)
              VALUE "CARTAO DE CREDITO:            ".
           05 TGR-VALOR          PIC Z(8)9,99.

       01  TILL-GRAND-PIX-LINE.
           05 FILLER             PIC X(30)
              VALUE "PIX:                          ".
           05 TGP-VALOR          PIC Z(8)9,99.

       01  TILL-GRAND-PRAZO-LINE.
           05 FILLER             PIC X(30)
              VALUE "A PRAZO (CONTA DE CLIENTE):   ".
           05 TGA-VALOR          PIC Z(8)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-RECIBOS-COUNT
               ADD TILL-VALOR TO WS-GRAND-VALOR
               PERFORM 0003-300-SPLIT-TENDERS
               ADD WS-RCB-DINHEIRO TO WS-GRAND-CAIXA
               ADD WS-RCB-DEBITO TO WS-GRAND-DEBITO
               ADD WS-RCB-CREDITO TO WS-GRAND-CREDITO
               ADD WS-RCB-PIX TO WS-GRAND-PIX
               ADD WS-RCB-PRAZO TO WS-GRAND-PRAZO
               IF TILL-VALE-VALOR IS NUMERIC
                  AND TILL-VALE-VALOR > ZEROS
                   MOVE TILL-VALE-NUM TO TVL-VALE-NUM
                   MOVE TILL-VALE-VALOR TO TVL-VALOR
                   MOVE TILL-VALE-LINE TO WS-TILL-RPT-LINE
                   CALL "DECFMT" USING WS-TILL-RPT-LINE,
                       WS-TILL-RPT-LEN
                   WRITE WS-TILL-RPT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD TILL-VALE-VALOR TO WS-GRAND-VALE
               END-IF
               PERFORM 0003-500-NOTE-OPERATOR
           END-IF.
           PERFORM 0002-500-READ-TILL.

       0003-300-SPLIT-TENDERS.
           MOVE ZEROS TO WS-RCB-FORMAS.
           IF TILL-VALE-VALOR IS NUMERIC
               MOVE TILL-VALE-VALOR TO WS-RCB-VALE
           END-IF.
           IF TILL-DINHEIRO IS NUMERIC
              AND TILL-DEBITO IS NUMERIC
              AND TILL-CREDITO IS NUMERIC
              AND TILL-PIX IS NUMERIC
               MOVE TILL-DINHEIRO TO WS-RCB-DINHEIRO
               MOVE TILL-DEBITO TO WS-RCB-DEBITO
               MOVE TILL-CREDITO TO WS-RCB-CREDITO
               MOVE TILL-PIX TO WS-RCB-PIX
           ELSE
               COMPUTE WS-RCB-DINHEIRO = TILL-VALOR - WS-RCB-VALE
           END-IF.
           IF TILL-PRAZO IS NUMERIC
               MOVE TILL-PRAZO TO WS-RCB-PRAZO
           END-IF.

       0003-500-NOTE-OPERATOR.
           PERFORM 0003-600-SCAN-OPERATOR
               VARYING OX FROM 1 BY 1
                   MOVE TILL-OPER TO WS-OPR-ID(OX)
                   MOVE ZEROS TO WS-OPR-COUNT(OX)
                   MOVE ZEROS TO WS-OPR-VALOR(OX)
                   MOVE ZEROS TO WS-OPR-DINHEIRO(OX)
                   MOVE ZEROS TO WS-OPR-DEBITO(OX)
                   MOVE ZEROS TO WS-OPR-CREDITO(OX)
                   MOVE ZEROS TO WS-OPR-PIX(OX)
                   MOVE ZEROS TO WS-OPR-VALE(OX)
                   MOVE ZEROS TO WS-OPR-PRAZO(OX)
               ELSE
                   DISPLAY 'LIMITE DE 20 OPERADORES EXCEDIDO'
                   MOVE ZEROS TO OX
           IF OX > ZEROS
               ADD 1 TO WS-OPR-COUNT(OX)
               ADD TILL-VALOR TO WS-OPR-VALOR(OX)
               ADD WS-RCB-DINHEIRO TO WS-OPR-DINHEIRO(OX)
               ADD WS-RCB-DEBITO TO WS-OPR-DEBITO(OX)
               ADD WS-RCB-CREDITO TO WS-OPR-CREDITO(OX)
               ADD WS-RCB-PIX TO WS-OPR-PIX(OX)
               ADD WS-RCB-VALE TO WS-OPR-VALE(OX)
               ADD WS-RCB-PRAZO TO WS-OPR-PRAZO(OX)
           END-IF.

       0003-600-SCAN-OPERATOR.
           MOVE WS-GRAND-VALOR TO TGL-VALOR.
           MOVE TILL-GRAND-LINE TO WS-TILL-RPT-LINE.
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-GRAND-VALE TO TGV-VALOR.
           MOVE TILL-GRAND-VALE-LINE TO WS-TILL-RPT-LINE.
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-GRAND-DEBITO TO TGD-VALOR.
           MOVE TILL-GRAND-DEBITO-LINE TO WS-TILL-RPT-LINE.
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-GRAND-CREDITO TO TGR-VALOR.
           MOVE TILL-GRAND-CREDITO-LINE TO WS-TILL-RPT-LINE.
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-GRAND-PIX TO TGP-VALOR.
           MOVE TILL-GRAND-PIX-LINE TO WS-TILL-RPT-LINE.
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-GRAND-PRAZO TO TGA-VALOR.
           MOVE TILL-GRAND-PRAZO-LINE TO WS-TILL-RPT-LINE.
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-GRAND-CAIXA TO TGC-VALOR.
           MOVE TILL-GRAND-CAIXA-LINE TO WS-TILL-RPT-LINE.
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-TILL-RPT-LINE FROM RPT-BANNER-FOOTER
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-OPR-DINHEIRO(OX) TO TFL-DINHEIRO.
           MOVE WS-OPR-DEBITO(OX) TO TFL-DEBITO.
           MOVE WS-OPR-CREDITO(OX) TO TFL-CREDITO.
           MOVE TILL-OPER-FORMA-LINE TO WS-TILL-RPT-LINE.
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-OPR-PIX(OX) TO TFL-PIX.
           MOVE WS-OPR-VALE(OX) TO TFL-VALE.
           MOVE WS-OPR-PRAZO(OX) TO TFL-PRAZO.
           MOVE TILL-OPER-FORMA2-LINE TO WS-TILL-RPT-LINE.
           CALL "DECFMT" USING WS-TILL-RPT-LINE, WS-TILL-RPT-LEN.
           WRITE WS-TILL-RPT-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM TILLRPT.
