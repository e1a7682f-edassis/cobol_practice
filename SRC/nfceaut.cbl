      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE COUNTER NOW GENERATES AN NFC-E
      *              FOR EVERY COMPLETED SALE INTO NFCEPEND.DAT. EACH
      *              NIGHT THIS STEP:
      *              - READS THE AUTHORISATION SERVICE'S RESPONSES,
      *                NFCERET.DAT (SHOP H/D/T ENVELOPE, TRAILER =
      *                DETAIL COUNT AND THE SUM OF THE DOCUMENT
      *                NUMBERS), ONE LINE PER ACCESS KEY: A =
      *                AUTHORISED WITH ITS PROTOCOL, R = REJECTED
      *                WITH STATUS CODE AND REASON, C = ISSUED IN
      *                CONTINGENCY, STILL TO BE AUTHORISED. EACH IS
      *                APPLIED TO THE OPEN DOCUMENT FILE NFCEDOC.DAT;
      *                A RESPONSE FOR A KEY NOT OPEN THERE IS LISTED;
      *              - HANDS THE DOCUMENTS IN NFCEPEND.DAT OVER TO
      *                THE TRANSMISSION GATEWAY AS ONE LOT IN
      *                NFCELOTE.DAT (H/D/T, TRAILER = RECORD COUNT
      *                AND TOTAL DOCUMENT VALUE) AND OPENS THEM IN
      *                NFCEDOC.DAT AS TRANSMITTED. WHILE THE GATEWAY
      *                HAS NOT YET TAKEN THE PREVIOUS LOT (IT EMPTIES
      *                THE FILE WHEN IT DOES) THE NEW DOCUMENTS WAIT
      *                IN NFCEPEND.DAT FOR THE NEXT NIGHT;
      *              - LISTS IN NFCEAUT.RPT EVERY DOCUMENT THAT STILL
      *                NEEDS ACTION BEFORE THE MONTHLY FISCAL FILING:
      *                REJECTED, IN CONTINGENCY, OR TRANSMITTED AND
      *                WITHOUT AN ANSWER FOR MORE THAN A DAY, FLAGGING
      *                THOSE ISSUED IN AN EARLIER MONTH.
      *              AUTHORISED DOCUMENTS LEAVE NFCEDOC.DAT. A
      *              RESPONSE FILE WITH A BROKEN ENVELOPE IS REFUSED
      *              WHOLE AND LEFT IN PLACE (RETURN-CODE 8); ONE
      *              TAKEN IN IS REWRITTEN EMPTY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFCEAUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFCERETFILE ASSIGN TO DYNAMIC WS-PTH-NFCERET-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT NFCEPENDFILE ASSIGN TO DYNAMIC WS-PTH-NFCEPEND-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFP-STATUS.

           SELECT NFCELOTEFILE ASSIGN TO DYNAMIC WS-PTH-NFCELOTE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-STATUS.

           SELECT NFCEDOCFILE ASSIGN TO DYNAMIC WS-PTH-NFCEDOC-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.

           SELECT NFCEAUTREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-NFCEAUT-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NFCERETFILE.
       01  RET-RECORD.
           88 WS-EOF-RET           VALUE HIGH-VALUES.
           05 RET-TYPE             PIC X(01).
              88 RET-HEADER        VALUE "H".
              88 RET-DETAIL        VALUE "D".
              88 RET-TRAILER       VALUE "T".
           05 RET-DATA             PIC X(120).
           05 RET-HDR REDEFINES RET-DATA.
              10 RETH-DATE         PIC 9(08).
              10 RETH-ORIGEM       PIC X(20).
              10 FILLER            PIC X(92).
           05 RET-DET REDEFINES RET-DATA.
              10 RETD-CHAVE        PIC X(44).
              10 RETD-SITUACAO     PIC X(01).
                 88 RETD-AUTORIZADA    VALUE "A".
                 88 RETD-REJEITADA     VALUE "R".
                 88 RETD-CONTINGENCIA  VALUE "C".
              10 RETD-PROTOCOLO    PIC X(15).
              10 RETD-CSTAT        PIC X(03).
              10 RETD-MOTIVO       PIC X(40).
              10 RETD-DATA         PIC 9(08).
              10 FILLER            PIC X(09).
           05 RET-TRL REDEFINES RET-DATA.
              10 RETT-COUNT        PIC 9(07).
              10 RETT-HASH         PIC 9(15).
              10 FILLER            PIC X(98).

       FD  NFCEPENDFILE.
       01  NFC-RECORD.
           88 ENDOFNFCEPEND        VALUE HIGH-VALUES.
           05 NFC-TIPO             PIC X(1).
              88 NFC-CABECALHO     VALUE 'C'.
           05 NFC-CHAVE            PIC X(44).
           05 NFC-CORPO            PIC X(130).
           05 NFC-CAB REDEFINES NFC-CORPO.
              10 NFC-SERIE         PIC 9(3).
              10 NFC-NUMERO        PIC 9(9).
              10 NFC-EMISSAO       PIC 9(8).
              10 NFC-HORA          PIC 9(6).
              10 NFC-TP-EMIS       PIC X(1).
              10 NFC-CNPJ-EMIT     PIC X(14).
              10 NFC-IE-EMIT       PIC X(14).
              10 NFC-UF            PIC 9(2).
              10 NFC-FILIAL        PIC X(3).
              10 NFC-DEST-DOC      PIC X(14).
              10 NFC-VPROD         PIC 9(9)V99.
              10 NFC-VDESC         PIC 9(9)V99.
              10 NFC-VNF           PIC 9(9)V99.
              10 NFC-VTROCO        PIC 9(7)V99.
              10 NFC-RECIBO        PIC 9(6).
              10 NFC-OPER          PIC X(8).

       FD  NFCELOTEFILE.
       01  LOT-RECORD.
           88 WS-EOF-LOTE          VALUE HIGH-VALUES.
           05 LOT-TYPE             PIC X(01).
           05 LOT-DATA             PIC X(175).
           05 LOT-HDR REDEFINES LOT-DATA.
              10 LOTH-DATE         PIC 9(08).
              10 LOTH-DOCS         PIC 9(07).
              10 FILLER            PIC X(160).
           05 LOT-TRL REDEFINES LOT-DATA.
              10 LOTT-COUNT        PIC 9(07).
              10 LOTT-TOTAL        PIC 9(13)V99.
              10 FILLER            PIC X(153).

       FD  NFCEDOCFILE.
       01  DOC-RECORD.
           88 ENDOFNFCEDOC         VALUE HIGH-VALUES.
           05 DOC-CHAVE            PIC X(44).
           05 DOC-SERIE            PIC 9(3).
           05 DOC-NUMERO           PIC 9(9).
           05 DOC-FILIAL           PIC X(3).
           05 DOC-EMISSAO          PIC 9(8).
           05 DOC-VALOR            PIC 9(9)V99.
           05 DOC-RECIBO           PIC 9(6).
           05 DOC-SITUACAO         PIC X(1).
           05 DOC-CSTAT            PIC X(3).
           05 DOC-MOTIVO           PIC X(40).
           05 DOC-PROTOCOLO        PIC X(15).
           05 DOC-DATA-SIT         PIC 9(8).

       FD  NFCEAUTREPORTFILE.
       01  WS-NAUT-RPT-LINE        PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-PTH-NFCERET-DAT PIC X(44)
           VALUE "ASSETS/NFCERET.DAT".
       77  WS-PTH-NFCEPEND-DAT PIC X(44)
           VALUE "ASSETS/NFCEPEND.DAT".
       77  WS-PTH-NFCELOTE-DAT PIC X(44)
           VALUE "ASSETS/NFCELOTE.DAT".
       77  WS-PTH-NFCEDOC-DAT PIC X(44)
           VALUE "ASSETS/NFCEDOC.DAT".
       77  WS-PTH-NFCEAUT-RPT PIC X(44)
           VALUE "ASSETS/NFCEAUT.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-NAUT-RPT-LEN         PIC 9(03) VALUE 120.
       77  WS-RET-STATUS           PIC X(02) VALUE SPACES.
           88 WS-RET-STATUS-OK     VALUE "00".
           88 WS-RET-NOT-FOUND     VALUE "35".
       77  WS-NFP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-NFP-STATUS-OK     VALUE "00".
           88 WS-NFP-NOT-FOUND     VALUE "35".
       77  WS-LOT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-LOT-STATUS-OK     VALUE "00".
       77  WS-DOC-STATUS           PIC X(02) VALUE SPACES.
           88 WS-DOC-STATUS-OK     VALUE "00".
           88 WS-DOC-NOT-FOUND     VALUE "35".

      *    N = NO FILE TODAY, A = ACCEPTED, R = REFUSED (BROKEN).
       77  WS-RET-SW               PIC X(01) VALUE "N".
           88 WS-RET-ACEITO        VALUE "A".
           88 WS-RET-RECUSADO      VALUE "R".
       77  WS-ENV-COUNT            PIC 9(07) VALUE ZEROS.
       77  WS-ENV-HASH             PIC 9(15) VALUE ZEROS.
       77  WS-ENV-SW               PIC X(01) VALUE "N".
           88 WS-ENV-BROKEN        VALUE "Y".
       77  WS-TRAILER-SW           PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN      VALUE "Y".
       77  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
           88 WS-TABLE-FULL        VALUE "Y".
       77  WS-NUMERO-CHAVE         PIC 9(09) VALUE ZEROS.

      *    WHAT BECAME OF NFCEPEND.DAT TONIGHT: N = NOTHING TO SEND,
      *    E = SENT IN THE LOT, L = PREVIOUS LOT NOT YET TAKEN,
      *    F = NO ROOM IN THE OPEN DOCUMENT TABLE.
       77  WS-PEND-SW              PIC X(01) VALUE "N".
           88 WS-PEND-ENVIADO      VALUE "E".
           88 WS-PEND-LOTE-PRESO   VALUE "L".
           88 WS-PEND-SEM-ESPACO   VALUE "F".
       77  WS-PEND-REGS            PIC 9(07) VALUE ZEROS.
       77  WS-PEND-DOCS            PIC 9(07) VALUE ZEROS.
       77  WS-LOTE-TOTAL           PIC 9(13)V99 VALUE ZEROS.

       77  WS-PRAZO-DIAS           PIC 9(3) VALUE 1.
       77  WS-DIAS-ABERTO          PIC S9(7) VALUE ZEROS.
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

      *    OPEN DOCUMENTS. SITUACAO T = TRANSMITTED, AWAITING AN
      *    ANSWER, R = REJECTED, C = CONTINGENCY, A = AUTHORISED
      *    TONIGHT (DROPPED WHEN THE FILE IS REWRITTEN).
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 1000 TIMES.
              10 WS-DC-CHAVE       PIC X(44).
              10 WS-DC-SERIE       PIC 9(3).
              10 WS-DC-NUMERO      PIC 9(9).
              10 WS-DC-FILIAL      PIC X(3).
              10 WS-DC-EMISSAO     PIC 9(8).
              10 WS-DC-VALOR       PIC 9(9)V99.
              10 WS-DC-RECIBO      PIC 9(6).
              10 WS-DC-SITUACAO    PIC X(1).
              10 WS-DC-CSTAT       PIC X(3).
              10 WS-DC-MOTIVO      PIC X(40).
              10 WS-DC-PROTOCOLO   PIC X(15).
              10 WS-DC-DATA-SIT    PIC 9(8).
       01  WS-DC-COUNT             PIC 9(4) VALUE ZEROS.
       01  DX                      PIC 9(4).

       77  WS-RESPOSTAS-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-AUTORIZADAS-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-REJEITADAS-COUNT     PIC 9(5) VALUE ZEROS.
       77  WS-CONTINGENCIA-COUNT   PIC 9(5) VALUE ZEROS.
       77  WS-SEM-DOCUMENTO-COUNT  PIC 9(5) VALUE ZEROS.
       77  WS-ABERTOS-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-ABERTOS-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77  WS-ACAO-COUNT           PIC 9(5) VALUE ZEROS.
       77  WS-ACAO-VALOR           PIC 9(11)V99 VALUE ZEROS.
       77  WS-MES-ANTERIOR-COUNT   PIC 9(5) VALUE ZEROS.

       01  NAUT-SECTION-LINE.
           05 NSL-TEXT             PIC X(60).

       01  NAUT-FILE-LINE.
           05 FILLER               PIC X(08) VALUE "ARQUIVO ".
           05 NFL-NAME             PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NFL-TEXT             PIC X(40).
           05 NFL-COUNT            PIC ZZZZZZ9 BLANK WHEN ZERO.

       01  NAUT-RESP-LINE.
           05 FILLER               PIC X(06) VALUE "CHAVE ".
           05 NRL-CHAVE            PIC X(44).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 NRL-SITUACAO         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 NRL-CSTAT            PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 NRL-MOTIVO           PIC X(40).

       01  NAUT-DOC-LINE.
           05 NDL-SERIE            PIC 9(3).
           05 FILLER               PIC X(01) VALUE "/".
           05 NDL-NUMERO           PIC 9(9).
           05 FILLER               PIC X(08) VALUE " FILIAL ".
           05 NDL-FILIAL           PIC X(3).
           05 FILLER               PIC X(09) VALUE " EMISSAO ".
           05 NDL-EMISSAO          PIC 9(8).
           05 FILLER               PIC X(08) VALUE " RECIBO ".
           05 NDL-RECIBO           PIC 9(6).
           05 FILLER               PIC X(07) VALUE " VALOR ".
           05 NDL-VALOR            PIC Z(8)9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NDL-SITUACAO         PIC X(12).
           05 FILLER               PIC X(04) VALUE " HA ".
           05 NDL-DIAS             PIC ZZZ9.
           05 FILLER               PIC X(05) VALUE " DIAS".
           05 NDL-FLAG             PIC X(14).

       01  NAUT-CHAVE-LINE.
           05 FILLER               PIC X(10) VALUE "    CHAVE ".
           05 NCL-CHAVE            PIC X(44).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 NCL-CSTAT            PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 NCL-MOTIVO           PIC X(40).

       01  NAUT-COUNT-LINE.
           05 NCT-LABEL            PIC X(34).
           05 NCT-COUNT            PIC ZZZZ9.
           05 FILLER               PIC X(08) VALUE "  VALOR ".
           05 NCT-VALOR            PIC Z(10)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF RETURN-CODE = ZERO
               PERFORM 0003-LOAD-DOCUMENTS
           END-IF.
           IF RETURN-CODE = ZERO
               IF WS-RET-ACEITO
                   PERFORM 0004-APPLY-RESPONSES
               END-IF
               PERFORM 0005-HAND-OVER-PENDING
               PERFORM 0006-FINALIZE
           END-IF.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-NFCERET-DAT.
           CALL "DATADIR" USING WS-PTH-NFCEPEND-DAT.
           CALL "DATADIR" USING WS-PTH-NFCELOTE-DAT.
           CALL "DATADIR" USING WS-PTH-NFCEDOC-DAT.
           CALL "DATADIR" USING WS-PTH-NFCEAUT-RPT.

       0001-500-LOG-START.
           MOVE "NFCEAUT" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "NFCEAUT" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

      *----------------------------------------------------------------*
      * THE RESPONSE FILE IS PROVED WHOLE BEFORE ANY LINE OF IT IS     *
      * APPLIED. A FILE LEFT EMPTY BY THE LAST CLEAN RUN COUNTS AS NO  *
      * FILE TODAY.                                                    *
      *----------------------------------------------------------------*
       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-SERIAL-DATE-N.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-RUN-SERIAL.
           OPEN INPUT NFCERETFILE.
           IF WS-RET-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-RET-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR NFCERET.DAT - STATUS '
                       WS-RET-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 0002-300-VERIFY-RET
                   CLOSE NFCERETFILE
               END-IF
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 0002-700-OPEN-REPORT
           END-IF.

       0002-300-VERIFY-RET.
           MOVE ZEROS TO WS-ENV-COUNT WS-ENV-HASH.
           MOVE "N" TO WS-ENV-SW.
           MOVE "N" TO WS-TRAILER-SW.
           PERFORM 0002-900-READ-RET.
           IF NOT WS-EOF-RET
               IF NOT RET-HEADER
                   DISPLAY 'ERRO: NFCERET.DAT SEM REGISTRO HEADER'
                   SET WS-ENV-BROKEN TO TRUE
               ELSE
                   PERFORM 0002-900-READ-RET
                   PERFORM 0002-400-VERIFY-RET-ONE
                       UNTIL WS-EOF-RET
                   IF NOT WS-TRAILER-SEEN
                       DISPLAY 'ERRO: NFCERET.DAT SEM REGISTRO TRAILER'
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               END-IF
               IF WS-ENV-BROKEN
                   SET WS-RET-RECUSADO TO TRUE
               ELSE
                   SET WS-RET-ACEITO TO TRUE
               END-IF
           END-IF.

       0002-400-VERIFY-RET-ONE.
           IF RET-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF RETT-COUNT NOT = WS-ENV-COUNT
                   DISPLAY 'ERRO: CONTAGEM DO TRAILER NAO CONFERE - '
                       'NFCERET.DAT'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               IF RETT-HASH NOT = WS-ENV-HASH
                   DISPLAY 'ERRO: TOTAL DO TRAILER NAO CONFERE - '
                       'NFCERET.DAT'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               SET WS-EOF-RET TO TRUE
           ELSE
               IF RET-DETAIL
                   ADD 1 TO WS-ENV-COUNT
                   IF RETD-CHAVE IS NUMERIC
                      AND (RETD-AUTORIZADA OR RETD-REJEITADA
                           OR RETD-CONTINGENCIA)
                       MOVE RETD-CHAVE(26:9) TO WS-NUMERO-CHAVE
                       ADD WS-NUMERO-CHAVE TO WS-ENV-HASH
                   ELSE
                       DISPLAY 'ERRO: LINHA INVALIDA NO NFCERET - '
                           'CHAVE ' RETD-CHAVE
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'ERRO: TIPO DE REGISTRO INVALIDO - '
                       RET-TYPE
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               PERFORM 0002-900-READ-RET
           END-IF.

       0002-700-OPEN-REPORT.
           OPEN OUTPUT NFCEAUTREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "NFC-E - AUTORIZACAO E PENDENCIAS" TO RPT-BH-TITLE.
           WRITE WS-NAUT-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-NAUT-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-NAUT-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE "NFCERET.DAT" TO NFL-NAME.
           MOVE ZEROS TO NFL-COUNT.
           EVALUATE TRUE
               WHEN WS-RET-ACEITO
                   MOVE "LIDO - RESPOSTAS:" TO NFL-TEXT
                   MOVE WS-ENV-COUNT TO NFL-COUNT
               WHEN WS-RET-RECUSADO
                   MOVE "RECUSADO - ENVELOPE INVALIDO" TO NFL-TEXT
               WHEN OTHER
                   MOVE "SEM RESPOSTAS HOJE" TO NFL-TEXT
           END-EVALUATE.
           WRITE WS-NAUT-RPT-LINE FROM NAUT-FILE-LINE
               AFTER ADVANCING 2 LINES.

       0002-900-READ-RET.
           READ NFCERETFILE
               AT END SET WS-EOF-RET TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * DOCUMENTS STILL OPEN FROM EARLIER NIGHTS.                      *
      *----------------------------------------------------------------*
       0003-LOAD-DOCUMENTS.
           OPEN INPUT NFCEDOCFILE.
           IF WS-DOC-STATUS-OK
               READ NFCEDOCFILE
                   AT END SET ENDOFNFCEDOC TO TRUE
               END-READ
               PERFORM UNTIL ENDOFNFCEDOC OR WS-TABLE-FULL
                   IF WS-DC-COUNT < 1000
                       ADD 1 TO WS-DC-COUNT
                       MOVE DOC-RECORD TO WS-DC-ENTRY(WS-DC-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 1000 NFC-E EM ABERTO '
                           'EXCEDIDO - NADA ATUALIZADO'
                       SET WS-TABLE-FULL TO TRUE
                       MOVE 1 TO RETURN-CODE
                   END-IF
                   READ NFCEDOCFILE
                       AT END SET ENDOFNFCEDOC TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NFCEDOCFILE
           ELSE
               IF NOT WS-DOC-NOT-FOUND
                   DISPLAY 'ERRO AO ABRIR NFCEDOC.DAT - STATUS '
                       WS-DOC-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE NOT = ZERO
               WRITE WS-NAUT-RPT-LINE FROM RPT-BANNER-FOOTER
                   AFTER ADVANCING 3 LINES
               CLOSE NFCEAUTREPORTFILE
           END-IF.

      *----------------------------------------------------------------*
      * EACH RESPONSE AGAINST THE OPEN DOCUMENT WITH THE SAME KEY.     *
      *----------------------------------------------------------------*
       0004-APPLY-RESPONSES.
           MOVE "RESPOSTAS SEM DOCUMENTO EM ABERTO" TO NSL-TEXT.
           WRITE WS-NAUT-RPT-LINE FROM NAUT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT NFCERETFILE.
           PERFORM 0002-900-READ-RET.
           PERFORM 0002-900-READ-RET.
           PERFORM 0004-300-APPLY-ONE
               UNTIL WS-EOF-RET OR RET-TRAILER.
           CLOSE NFCERETFILE.

       0004-300-APPLY-ONE.
           ADD 1 TO WS-RESPOSTAS-COUNT.
           PERFORM 0004-100-SCAN-DOCS
               VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DC-COUNT
                  OR (WS-DC-CHAVE(DX) = RETD-CHAVE
                      AND WS-DC-SITUACAO(DX) NOT = "A").
           IF DX > WS-DC-COUNT
               MOVE RETD-CHAVE TO NRL-CHAVE
               MOVE RETD-SITUACAO TO NRL-SITUACAO
               MOVE RETD-CSTAT TO NRL-CSTAT
               MOVE RETD-MOTIVO TO NRL-MOTIVO
               WRITE WS-NAUT-RPT-LINE FROM NAUT-RESP-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-SEM-DOCUMENTO-COUNT
           ELSE
               MOVE RETD-SITUACAO TO WS-DC-SITUACAO(DX)
               MOVE RETD-CSTAT TO WS-DC-CSTAT(DX)
               MOVE RETD-MOTIVO TO WS-DC-MOTIVO(DX)
               MOVE RETD-PROTOCOLO TO WS-DC-PROTOCOLO(DX)
               IF RETD-DATA IS NUMERIC AND RETD-DATA > ZEROS
                   MOVE RETD-DATA TO WS-DC-DATA-SIT(DX)
               ELSE
                   MOVE WS-RUN-DATE-NUM TO WS-DC-DATA-SIT(DX)
               END-IF
               EVALUATE TRUE
                   WHEN RETD-AUTORIZADA
                       ADD 1 TO WS-AUTORIZADAS-COUNT
                   WHEN RETD-REJEITADA
                       ADD 1 TO WS-REJEITADAS-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CONTINGENCIA-COUNT
               END-EVALUATE
           END-IF.
           PERFORM 0002-900-READ-RET.

       0004-100-SCAN-DOCS.
           CONTINUE.

      *----------------------------------------------------------------*
      * NEW DOCUMENTS FROM THE COUNTER GO TO THE GATEWAY AS ONE LOT,   *
      * UNLESS THE GATEWAY HAS NOT YET TAKEN THE LAST ONE.             *
      *----------------------------------------------------------------*
       0005-HAND-OVER-PENDING.
           MOVE ZEROS TO WS-PEND-REGS WS-PEND-DOCS.
           OPEN INPUT NFCEPENDFILE.
           IF WS-NFP-STATUS-OK
               READ NFCEPENDFILE
                   AT END SET ENDOFNFCEPEND TO TRUE
               END-READ
               PERFORM UNTIL ENDOFNFCEPEND
                   ADD 1 TO WS-PEND-REGS
                   IF NFC-CABECALHO
                       ADD 1 TO WS-PEND-DOCS
                   END-IF
                   READ NFCEPENDFILE
                       AT END SET ENDOFNFCEPEND TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NFCEPENDFILE
           ELSE
               IF NOT WS-NFP-NOT-FOUND
                   DISPLAY 'ERRO AO ABRIR NFCEPEND.DAT - STATUS '
                       WS-NFP-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-PEND-REGS > ZEROS
               OPEN INPUT NFCELOTEFILE
               IF WS-LOT-STATUS-OK
                   READ NFCELOTEFILE
                       AT END SET WS-EOF-LOTE TO TRUE
                   END-READ
                   IF NOT WS-EOF-LOTE
                       SET WS-PEND-LOTE-PRESO TO TRUE
                   END-IF
                   CLOSE NFCELOTEFILE
               END-IF
               IF NOT WS-PEND-LOTE-PRESO
                   IF WS-DC-COUNT + WS-PEND-DOCS > 1000
                       DISPLAY 'LIMITE DE 1000 NFC-E EM ABERTO '
                           'EXCEDIDO - LOTE NAO ENVIADO'
                       SET WS-PEND-SEM-ESPACO TO TRUE
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM 0005-300-WRITE-LOT
                   END-IF
               END-IF
           END-IF.
           MOVE "NFCEPEND.DAT" TO NFL-NAME.
           MOVE WS-PEND-DOCS TO NFL-COUNT.
           EVALUATE TRUE
               WHEN WS-PEND-ENVIADO
                   MOVE "ENVIADO NO LOTE - DOCUMENTOS:" TO NFL-TEXT
               WHEN WS-PEND-LOTE-PRESO
                   MOVE "RETIDO - LOTE ANTERIOR NAO RETIRADO:"
                       TO NFL-TEXT
               WHEN WS-PEND-SEM-ESPACO
                   MOVE "RETIDO - TABELA DE ABERTOS CHEIA:"
                       TO NFL-TEXT
               WHEN OTHER
                   MOVE "SEM DOCUMENTOS NOVOS" TO NFL-TEXT
                   MOVE ZEROS TO NFL-COUNT
           END-EVALUATE.
           WRITE WS-NAUT-RPT-LINE FROM NAUT-FILE-LINE
               AFTER ADVANCING 2 LINES.

       0005-300-WRITE-LOT.
           MOVE ZEROS TO WS-LOTE-TOTAL.
           OPEN OUTPUT NFCELOTEFILE.
           MOVE SPACES TO LOT-RECORD.
           MOVE "H" TO LOT-TYPE.
           MOVE WS-RUN-DATE-NUM TO LOTH-DATE.
           MOVE WS-PEND-DOCS TO LOTH-DOCS.
           WRITE LOT-RECORD.
           OPEN INPUT NFCEPENDFILE.
           READ NFCEPENDFILE
               AT END SET ENDOFNFCEPEND TO TRUE
           END-READ.
           PERFORM 0005-400-LOT-ONE UNTIL ENDOFNFCEPEND.
           CLOSE NFCEPENDFILE.
           MOVE SPACES TO LOT-RECORD.
           MOVE "T" TO LOT-TYPE.
           MOVE WS-PEND-REGS TO LOTT-COUNT.
           MOVE WS-LOTE-TOTAL TO LOTT-TOTAL.
           WRITE LOT-RECORD.
           CLOSE NFCELOTEFILE.
           OPEN OUTPUT NFCEPENDFILE.
           CLOSE NFCEPENDFILE.
           SET WS-PEND-ENVIADO TO TRUE.

       0005-400-LOT-ONE.
           MOVE "D" TO LOT-TYPE.
           MOVE NFC-RECORD TO LOT-DATA.
           WRITE LOT-RECORD.
           IF NFC-CABECALHO
               ADD NFC-VNF TO WS-LOTE-TOTAL
               PERFORM 0004-100-SCAN-DOCS
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > WS-DC-COUNT
                      OR WS-DC-CHAVE(DX) = NFC-CHAVE
               IF DX > WS-DC-COUNT
                   ADD 1 TO WS-DC-COUNT
                   MOVE NFC-CHAVE TO WS-DC-CHAVE(DX)
                   MOVE NFC-SERIE TO WS-DC-SERIE(DX)
                   MOVE NFC-NUMERO TO WS-DC-NUMERO(DX)
                   MOVE NFC-FILIAL TO WS-DC-FILIAL(DX)
                   MOVE NFC-EMISSAO TO WS-DC-EMISSAO(DX)
                   MOVE NFC-VNF TO WS-DC-VALOR(DX)
                   MOVE NFC-RECIBO TO WS-DC-RECIBO(DX)
                   MOVE "T" TO WS-DC-SITUACAO(DX)
                   MOVE SPACES TO WS-DC-CSTAT(DX) WS-DC-MOTIVO(DX)
                       WS-DC-PROTOCOLO(DX)
                   MOVE WS-RUN-DATE-NUM TO WS-DC-DATA-SIT(DX)
               END-IF
           END-IF.
           READ NFCEPENDFILE
               AT END SET ENDOFNFCEPEND TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * WHAT STILL NEEDS ACTION, THEN THE OPEN FILE IS REWRITTEN       *
      * WITHOUT THE DOCUMENTS AUTHORISED TONIGHT.                      *
      *----------------------------------------------------------------*
       0006-FINALIZE.
           MOVE "DOCUMENTOS QUE EXIGEM ACAO ANTES DA APURACAO MENSAL"
               TO NSL-TEXT.
           WRITE WS-NAUT-RPT-LINE FROM NAUT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           OPEN OUTPUT NFCEDOCFILE.
           PERFORM 0006-300-NOTE-DOCUMENT
               VARYING DX FROM 1 BY 1 UNTIL DX > WS-DC-COUNT.
           CLOSE NFCEDOCFILE.
           PERFORM 0006-500-TOTALS.
           WRITE WS-NAUT-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE NFCEAUTREPORTFILE.
           IF WS-RET-ACEITO
               OPEN OUTPUT NFCERETFILE
               CLOSE NFCERETFILE
           END-IF.
           IF WS-RET-RECUSADO
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'NFC-E - AUTORIZACAO E PENDENCIAS CONCLUIDA'.

       0006-300-NOTE-DOCUMENT.
           IF WS-DC-SITUACAO(DX) NOT = "A"
               MOVE WS-DC-ENTRY(DX) TO DOC-RECORD
               WRITE DOC-RECORD
               ADD 1 TO WS-ABERTOS-COUNT
               ADD WS-DC-VALOR(DX) TO WS-ABERTOS-VALOR
               MOVE WS-DC-EMISSAO(DX) TO WS-SERIAL-DATE-N
               PERFORM 0008-DATE-TO-SERIAL
               COMPUTE WS-DIAS-ABERTO =
                   WS-RUN-SERIAL - WS-SERIAL-WORK
               IF WS-DC-SITUACAO(DX) NOT = "T"
                  OR WS-DIAS-ABERTO > WS-PRAZO-DIAS
                   PERFORM 0006-400-ACTION-LINE
               END-IF
           END-IF.

       0006-400-ACTION-LINE.
           MOVE WS-DC-SERIE(DX) TO NDL-SERIE.
           MOVE WS-DC-NUMERO(DX) TO NDL-NUMERO.
           MOVE WS-DC-FILIAL(DX) TO NDL-FILIAL.
           MOVE WS-DC-EMISSAO(DX) TO NDL-EMISSAO.
           MOVE WS-DC-RECIBO(DX) TO NDL-RECIBO.
           MOVE WS-DC-VALOR(DX) TO NDL-VALOR.
           EVALUATE WS-DC-SITUACAO(DX)
               WHEN "R" MOVE "REJEITADA" TO NDL-SITUACAO
               WHEN "C" MOVE "CONTINGENCIA" TO NDL-SITUACAO
               WHEN OTHER MOVE "SEM RESPOSTA" TO NDL-SITUACAO
           END-EVALUATE.
           MOVE WS-DIAS-ABERTO TO NDL-DIAS.
           IF WS-DC-EMISSAO(DX)(1:6) < WS-RUN-DATE-NUM(1:6)
               MOVE "  MES ANTERIOR" TO NDL-FLAG
               ADD 1 TO WS-MES-ANTERIOR-COUNT
           ELSE
               MOVE SPACES TO NDL-FLAG
           END-IF.
           MOVE NAUT-DOC-LINE TO WS-NAUT-RPT-LINE.
           CALL "DECFMT" USING WS-NAUT-RPT-LINE, WS-NAUT-RPT-LEN.
           WRITE WS-NAUT-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-DC-CHAVE(DX) TO NCL-CHAVE.
           MOVE WS-DC-CSTAT(DX) TO NCL-CSTAT.
           MOVE WS-DC-MOTIVO(DX) TO NCL-MOTIVO.
           WRITE WS-NAUT-RPT-LINE FROM NAUT-CHAVE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-ACAO-COUNT.
           ADD WS-DC-VALOR(DX) TO WS-ACAO-VALOR.

       0006-500-TOTALS.
           MOVE "DOCUMENTOS ENVIADOS NO LOTE:" TO NCT-LABEL.
           MOVE ZEROS TO NCT-COUNT.
           IF WS-PEND-ENVIADO
               MOVE WS-PEND-DOCS TO NCT-COUNT
           END-IF.
           MOVE WS-LOTE-TOTAL TO NCT-VALOR.
           MOVE NAUT-COUNT-LINE TO WS-NAUT-RPT-LINE.
           CALL "DECFMT" USING WS-NAUT-RPT-LINE, WS-NAUT-RPT-LEN.
           WRITE WS-NAUT-RPT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE ZEROS TO NCT-VALOR.
           MOVE "RESPOSTAS LIDAS:" TO NCT-LABEL.
           MOVE WS-RESPOSTAS-COUNT TO NCT-COUNT.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "  AUTORIZADAS:" TO NCT-LABEL.
           MOVE WS-AUTORIZADAS-COUNT TO NCT-COUNT.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "  REJEITADAS:" TO NCT-LABEL.
           MOVE WS-REJEITADAS-COUNT TO NCT-COUNT.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "  EM CONTINGENCIA:" TO NCT-LABEL.
           MOVE WS-CONTINGENCIA-COUNT TO NCT-COUNT.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "  SEM DOCUMENTO EM ABERTO:" TO NCT-LABEL.
           MOVE WS-SEM-DOCUMENTO-COUNT TO NCT-COUNT.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "DOCUMENTOS AINDA NAO AUTORIZADOS:" TO NCT-LABEL.
           MOVE WS-ABERTOS-COUNT TO NCT-COUNT.
           MOVE WS-ABERTOS-VALOR TO NCT-VALOR.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "  QUE EXIGEM ACAO:" TO NCT-LABEL.
           MOVE WS-ACAO-COUNT TO NCT-COUNT.
           MOVE WS-ACAO-VALOR TO NCT-VALOR.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "  EMITIDOS EM MES ANTERIOR:" TO NCT-LABEL.
           MOVE WS-MES-ANTERIOR-COUNT TO NCT-COUNT.
           MOVE ZEROS TO NCT-VALOR.
           PERFORM 0006-600-COUNT-LINE.

       0006-600-COUNT-LINE.
           MOVE NAUT-COUNT-LINE TO WS-NAUT-RPT-LINE.
           CALL "DECFMT" USING WS-NAUT-RPT-LINE, WS-NAUT-RPT-LEN.
           WRITE WS-NAUT-RPT-LINE
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

       END PROGRAM NFCEAUT.
