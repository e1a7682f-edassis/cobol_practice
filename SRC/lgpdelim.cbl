      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. SERVES THE PENDING ERASURE
      *              REQUESTS (LRQ-TIPO E) REGISTERED AT THE COUNTER
      *              IN LGPDREQ.DAT. A CLIENT STILL OWING ON ACCOUNT
      *              (CLI-SALDO ABOVE ZERO ON CUSTMF.DAT) IS REFUSED
      *              (SITUACAO R) UNTIL THE DEBT IS SETTLED. FOR THE
      *              OTHERS THE SALES ARE KEPT, COPIES AND ALL, BUT
      *              THE CLIENT ID IS REPLACED BY THE RESERVED ID
      *              999999 ON BOOKSALES.DAT (BOTH RECORD FORMS), ITS
      *              .EDT/.REJ/.SUS OUTPUTS, RETEXCP.DAT, EVERY MONTH
      *              OF BSHIST.DAT, BACKORD.DAT AND THE ON-ACCOUNT
      *              LEDGER CLIMOVTO.DAT; THE "CLIENTE" LINE OF EVERY
      *              RECEIPT ON RECIBO.TXT LOSES ID AND NAME; THE
      *              CLIENT'S SEGMENT HISTORY (CLISEGHIST.DAT), ITS
      *              MAILING LINE (CLIMAIL.DAT) AND ITS MASTER RECORD
      *              ARE DELETED. EACH FILE IS REWRITTEN ONCE FOR ALL
      *              THE CLIENTS OF THE RUN, THROUGH LGPDELIM.TMP AS
      *              SALESARCH DOES. EVERY ERASURE OR REFUSAL GOES TO
      *              THE AUDIT FILE LGPDAUD.DAT WITH THE NUMBER OF
      *              RECORDS TOUCHED IN EACH FILE (IDS AND COUNTS
      *              ONLY, NO PERSONAL DATA) AND TO LGPDELIM.RPT; THE
      *              REQUEST IS THEN CLOSED ON LGPDREQ.DAT. THE CPF
      *              OR CNPJ PRINTED ON AN NFC-E IS A FISCAL RECORD
      *              AND IS NOT TOUCHED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDELIM.
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

           SELECT SEGHISTFILE ASSIGN TO DYNAMIC WS-PTH-CLISEGHIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGH-KEY
               FILE STATUS IS WS-SGH-STATUS.

           SELECT TARGETFILE ASSIGN TO DYNAMIC WS-PTH-ALVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALV-STATUS.

           SELECT TARGETTEMP ASSIGN TO DYNAMIC WS-PTH-LGPDELIM-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.

           SELECT AUDITFILE ASSIGN TO DYNAMIC WS-PTH-LGPDAUD-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ELIMREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-LGPDELIM-RPT
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

      *    ANY OF THE LINE FILES IN WS-ARQ-TABLE, ONE AT A TIME
       FD  TARGETFILE.
       01  ALV-RECORD.
           88 ENDOFALVO          VALUE HIGH-VALUES.
           02 ALV-LINE           PIC X(200).

       FD  TARGETTEMP.
       01  ALT-RECORD.
           88 ENDOFALVOTMP       VALUE HIGH-VALUES.
           02 ALT-LINE           PIC X(200).

       FD  AUDITFILE.
       01  AUD-RECORD.
           05 AUD-REQ-ID         PIC 9(6).
           05 AUD-CLIENTEID      PIC 9(6).
           05 AUD-RESULTADO      PIC X(1).
              88 AUD-ELIMINADO   VALUE "E".
              88 AUD-RECUSADO    VALUE "R".
           05 AUD-DATA           PIC 9(8).
           05 AUD-HORA           PIC 9(8).
      *       RECORDS TOUCHED, IN WS-ARQ-TABLE ORDER, THEN SEGMENT
      *       HISTORY AND CLIENT MASTER
           05 AUD-CONTAGENS.
              10 AUD-QTD-VENDAS     PIC 9(7).
              10 AUD-QTD-EDITADAS   PIC 9(7).
              10 AUD-QTD-REJEITADAS PIC 9(7).
              10 AUD-QTD-SUSPEITAS  PIC 9(7).
              10 AUD-QTD-DEVEXC     PIC 9(7).
              10 AUD-QTD-HISTORICO  PIC 9(7).
              10 AUD-QTD-ENCOMENDAS PIC 9(7).
              10 AUD-QTD-CONTA      PIC 9(7).
              10 AUD-QTD-RECIBOS    PIC 9(7).
              10 AUD-QTD-MALA       PIC 9(7).
              10 AUD-QTD-SEGMENTOS  PIC 9(7).
              10 AUD-QTD-CADASTRO   PIC 9(7).
           05 AUD-CONTAGEM-TAB REDEFINES AUD-CONTAGENS.
              10 AUD-QTD         PIC 9(7) OCCURS 12 TIMES.

       FD  ELIMREPORTFILE.
       01  WS-ELI-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-LGPDREQ-DAT PIC X(44)
           VALUE "ASSETS/LGPDREQ.DAT".
       77  WS-PTH-LGPDREQ-TMP PIC X(44)
           VALUE "ASSETS/LGPDREQ.TMP".
       77  WS-PTH-CUSTMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTMF.DAT".
       77  WS-PTH-CLISEGHIST-DAT PIC X(44)
           VALUE "ASSETS/CLISEGHIST.DAT".
       77  WS-PTH-LGPDELIM-TMP PIC X(44)
           VALUE "ASSETS/LGPDELIM.TMP".
       77  WS-PTH-LGPDAUD-DAT PIC X(44)
           VALUE "ASSETS/LGPDAUD.DAT".
       77  WS-PTH-LGPDELIM-RPT PIC X(44)
           VALUE "ASSETS/LGPDELIM.RPT".
       77  WS-PTH-ALVO PIC X(44) VALUE SPACES.
       COPY RPTBANNER.
       COPY RUNLOGREC.

      *    FILES THAT CARRY THE CLIENT ID: PATH, HOW THE ID IS FOUND
      *    (P = AT THE POSITION GIVEN, V = LIVE SALES FILE, POSITION
      *    28 ON AN ISBN-FORM RECORD, R = RECEIPT "CLIENTE" LINE,
      *    M = MAILING LINE, DROPPED), POSITION AND REPORT LABEL.
       01  WS-ARQ-TABLE.
           05 FILLER PIC X(44) VALUE "ASSETS/BOOKSALES.DAT".
           05 FILLER PIC X(04) VALUE "V020".
           05 FILLER PIC X(14) VALUE "BOOKSALES.DAT".
           05 FILLER PIC X(44) VALUE "ASSETS/BOOKSALES.EDT".
           05 FILLER PIC X(04) VALUE "P020".
           05 FILLER PIC X(14) VALUE "BOOKSALES.EDT".
           05 FILLER PIC X(44) VALUE "ASSETS/BOOKSALES.REJ".
           05 FILLER PIC X(04) VALUE "P020".
           05 FILLER PIC X(14) VALUE "BOOKSALES.REJ".
           05 FILLER PIC X(44) VALUE "ASSETS/BOOKSALES.SUS".
           05 FILLER PIC X(04) VALUE "P020".
           05 FILLER PIC X(14) VALUE "BOOKSALES.SUS".
           05 FILLER PIC X(44) VALUE "ASSETS/RETEXCP.DAT".
           05 FILLER PIC X(04) VALUE "P020".
           05 FILLER PIC X(14) VALUE "RETEXCP.DAT".
           05 FILLER PIC X(44) VALUE "ASSETS/BSHIST.DAT".
           05 FILLER PIC X(04) VALUE "P026".
           05 FILLER PIC X(14) VALUE "BSHIST.DAT".
           05 FILLER PIC X(44) VALUE "ASSETS/BACKORD.DAT".
           05 FILLER PIC X(04) VALUE "P006".
           05 FILLER PIC X(14) VALUE "BACKORD.DAT".
           05 FILLER PIC X(44) VALUE "ASSETS/CLIMOVTO.DAT".
           05 FILLER PIC X(04) VALUE "P017".
           05 FILLER PIC X(14) VALUE "CLIMOVTO.DAT".
           05 FILLER PIC X(44) VALUE "ASSETS/RECIBO.TXT".
           05 FILLER PIC X(04) VALUE "R009".
           05 FILLER PIC X(14) VALUE "RECIBO.TXT".
           05 FILLER PIC X(44) VALUE "ASSETS/CLIMAIL.DAT".
           05 FILLER PIC X(04) VALUE "M001".
           05 FILLER PIC X(14) VALUE "CLIMAIL.DAT".
       01  WS-ARQ-TAB REDEFINES WS-ARQ-TABLE.
           05 WS-ARQ-ENTRY OCCURS 10 TIMES.
              10 WS-ARQ-PTH      PIC X(44).
              10 WS-ARQ-TIPO     PIC X(1).
              10 WS-ARQ-POS      PIC 9(3).
              10 WS-ARQ-NOME     PIC X(14).
       77  WS-ARQ-COUNT          PIC 9(2) VALUE 10.
       77  FX                    PIC 9(2) VALUE ZEROS.
       77  WS-QX-SEGMENTOS       PIC 9(2) VALUE 11.
       77  WS-QX-CADASTRO        PIC 9(2) VALUE 12.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-RUN-TIME-NUM       PIC 9(8).
       77  WS-ELI-RPT-LEN        PIC 9(03) VALUE 100.
       77  WS-LRQ-STATUS         PIC X(02) VALUE SPACES.
           88 WS-LRQ-STATUS-OK   VALUE "00".
           88 WS-LRQ-NOT-FOUND   VALUE "35".
       77  WS-RQT-STATUS         PIC X(02) VALUE SPACES.
           88 WS-RQT-STATUS-OK   VALUE "00".
       77  WS-CLI-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CLI-STATUS-OK   VALUE "00".
       77  WS-SGH-STATUS         PIC X(02) VALUE SPACES.
           88 WS-SGH-STATUS-OK   VALUE "00".
       77  WS-ALV-STATUS         PIC X(02) VALUE SPACES.
           88 WS-ALV-STATUS-OK   VALUE "00".
           88 WS-ALV-NOT-FOUND   VALUE "35".
       77  WS-ALT-STATUS         PIC X(02) VALUE SPACES.
           88 WS-ALT-STATUS-OK   VALUE "00".
       77  WS-AUD-STATUS         PIC X(02) VALUE SPACES.
           88 WS-AUD-STATUS-OK   VALUE "00".
           88 WS-AUD-NOT-FOUND   VALUE "35".
       77  WS-CLI-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CLI-OPENED      VALUE "Y".
       77  WS-LRQ-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-LRQ-OPENED      VALUE "Y".
       77  WS-SGH-EOF-SW         PIC X(01) VALUE "N".
           88 WS-SGH-EOF         VALUE "Y".

      *    THE RESERVED ID THAT TAKES THE PLACE OF AN ERASED CLIENT
       77  WS-ID-ELIMINADO       PIC X(6) VALUE "999999".
       77  WS-RECIBO-ELIMINADO   PIC X(37)
           VALUE "999999 DADOS ELIMINADOS".

      *    ERASURE REQUESTS OF THIS RUN: DECISION E (ERASE) OR R
      *    (REFUSED), AND RECORDS TOUCHED PER FILE
       01  WS-ELI-TABLE.
           05 WS-ELI-ENTRY OCCURS 50 TIMES.
              10 WS-ELI-REQ-ID   PIC 9(6).
              10 WS-ELI-CLIENTE  PIC 9(6).
              10 WS-ELI-CLIENTE-X REDEFINES WS-ELI-CLIENTE
                                 PIC X(6).
              10 WS-ELI-DECISAO  PIC X(1).
              10 WS-ELI-QTD      PIC 9(7) OCCURS 12 TIMES.
       77  WS-ELI-COUNT          PIC 9(3) VALUE ZEROS.
       77  WS-ELI-MAX            PIC 9(3) VALUE 50.
       77  EX                    PIC 9(3) VALUE ZEROS.
       77  WS-ELI-ACHOU          PIC 9(3) VALUE ZEROS.
       77  WS-ADIADAS-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-ELIMINADAS-COUNT   PIC 9(5) VALUE ZEROS.
       77  WS-RECUSADAS-COUNT    PIC 9(5) VALUE ZEROS.

      *    CURRENT FILE OF THE SCRUB
       77  WS-ALV-POS            PIC 9(3) VALUE ZEROS.
       77  WS-ALV-ALTERADAS      PIC 9(7) VALUE ZEROS.
       77  WS-ALV-DESCARTAR-SW   PIC X(01) VALUE "N".
           88 WS-ALV-DESCARTAR   VALUE "Y".

       01  ELI-HEADING.
           05 FILLER             PIC X(08) VALUE "PROTOC.".
           05 FILLER             PIC X(09) VALUE "CLIENTE".
           05 FILLER             PIC X(12) VALUE "RESULTADO".
           05 FILLER             PIC X(15) VALUE "ARQUIVO".
           05 FILLER             PIC X(10) VALUE " REGISTROS".

       01  ELI-REQ-LINE.
           05 ERL-REQ-ID         PIC 9(6).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ERL-CLIENTE        PIC 9(6).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 ERL-RESULTADO      PIC X(40).

       01  ELI-FILE-LINE.
           05 FILLER             PIC X(29) VALUE SPACES.
           05 EFL-ARQUIVO        PIC X(15).
           05 EFL-QTD            PIC Z(9)9.

       01  ELI-COUNT-LINE.
           05 ECN-LABEL          PIC X(40).
           05 ECN-COUNT          PIC Z(6)9.

       01  ELI-EMPTY-LINE.
           05 FILLER             PIC X(40)
              VALUE "NENHUMA SOLICITACAO DE ELIMINACAO".

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF WS-CLI-OPENED
               PERFORM 0003-LOAD-REQUESTS
               PERFORM 0004-ERASE-CLIENTS
               PERFORM 0006-CLOSE-REQUESTS
           END-IF.
           PERFORM 0007-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-LGPDREQ-DAT.
           CALL "DATADIR" USING WS-PTH-LGPDREQ-TMP.
           CALL "DATADIR" USING WS-PTH-CUSTMF-DAT.
           CALL "DATADIR" USING WS-PTH-CLISEGHIST-DAT.
           CALL "DATADIR" USING WS-PTH-LGPDELIM-TMP.
           CALL "DATADIR" USING WS-PTH-LGPDAUD-DAT.
           CALL "DATADIR" USING WS-PTH-LGPDELIM-RPT.
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-ARQ-COUNT
               CALL "DATADIR" USING WS-ARQ-PTH(FX)
           END-PERFORM.

       0001-500-LOG-START.
           MOVE "LGPDELIM" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "LGPDELIM" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-NUM FROM TIME.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           OPEN OUTPUT ELIMREPORTFILE.
           MOVE "LGPD - ELIMINACAO DE DADOS DE CLIENTES"
               TO RPT-BH-TITLE.
           WRITE WS-ELI-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-ELI-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-ELI-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           OPEN I-O CLIENTMASTERFILE.
           IF WS-CLI-STATUS-OK
               SET WS-CLI-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO: CUSTMF.DAT INDISPONIVEL - STATUS '
                   WS-CLI-STATUS ' - SOLICITACOES FICAM PENDENTES'
               MOVE 1 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * PENDING ERASURE REQUESTS ARE DECIDED AGAINST THE MASTER WHILE  *
      * LGPDREQ.DAT IS COPIED TO LGPDREQ.TMP FOR THE REWRITE. A CLIENT *
      * NO LONGER ON CUSTMF IS STILL SCRUBBED FROM THE OTHER FILES.    *
      *----------------------------------------------------------------*
       0003-LOAD-REQUESTS.
           MOVE ZEROS TO WS-ELI-COUNT.
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
               IF LRQ-ELIMINACAO AND LRQ-PENDENTE
                   PERFORM 0003-500-DECIDE-REQUEST
               END-IF
               READ LGPDREQFILE
                   AT END SET ENDOFLGPDREQ TO TRUE
               END-READ
           END-PERFORM.
           IF WS-LRQ-OPENED
               CLOSE LGPDREQFILE, REQTEMPFILE
           END-IF.

       0003-500-DECIDE-REQUEST.
           IF WS-ELI-COUNT NOT < WS-ELI-MAX
               ADD 1 TO WS-ADIADAS-COUNT
           ELSE
               ADD 1 TO WS-ELI-COUNT
               MOVE LRQ-ID TO WS-ELI-REQ-ID(WS-ELI-COUNT)
               MOVE LRQ-CLIENTEID TO WS-ELI-CLIENTE(WS-ELI-COUNT)
               MOVE "E" TO WS-ELI-DECISAO(WS-ELI-COUNT)
               PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 12
                   MOVE ZEROS TO WS-ELI-QTD(WS-ELI-COUNT, FX)
               END-PERFORM
               MOVE LRQ-CLIENTEID TO CLI-CLIENTEID
               READ CLIENTMASTERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CLI-SALDO IS NUMERIC
                          AND CLI-SALDO > ZEROS
                           MOVE "R" TO WS-ELI-DECISAO(WS-ELI-COUNT)
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * EACH FILE IS READ ONCE AGAINST THE WHOLE TABLE OF CLIENTS TO   *
      * ERASE; THEN THE SEGMENT HISTORY AND THE MASTER RECORDS GO.     *
      *----------------------------------------------------------------*
       0004-ERASE-CLIENTS.
           MOVE ZEROS TO WS-ELIMINADAS-COUNT.
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-ELI-COUNT
               IF WS-ELI-DECISAO(EX) = "E"
                   ADD 1 TO WS-ELIMINADAS-COUNT
               END-IF
           END-PERFORM.
           IF WS-ELIMINADAS-COUNT > ZEROS
               PERFORM 0005-SCRUB-FILE
                   VARYING FX FROM 1 BY 1 UNTIL FX > WS-ARQ-COUNT
               PERFORM 0004-200-DELETE-SEGMENTS
               PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-ELI-COUNT
                   IF WS-ELI-DECISAO(EX) = "E"
                       MOVE WS-ELI-CLIENTE(EX) TO CLI-CLIENTEID
                       DELETE CLIENTMASTERFILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO
                                   WS-ELI-QTD(EX, WS-QX-CADASTRO)
                       END-DELETE
                   END-IF
               END-PERFORM
           END-IF.

       0004-200-DELETE-SEGMENTS.
           OPEN I-O SEGHISTFILE.
           IF WS-SGH-STATUS-OK
               PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-ELI-COUNT
                   IF WS-ELI-DECISAO(EX) = "E"
                       PERFORM 0004-300-DELETE-CLIENT-SEGMENTS
                   END-IF
               END-PERFORM
               CLOSE SEGHISTFILE
           END-IF.

       0004-300-DELETE-CLIENT-SEGMENTS.
           MOVE "N" TO WS-SGH-EOF-SW.
           MOVE WS-ELI-CLIENTE(EX) TO SGH-CLIENTEID.
           MOVE ZEROS TO SGH-YYYYMM.
           START SEGHISTFILE KEY IS NOT LESS THAN SGH-KEY
               INVALID KEY SET WS-SGH-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SGH-EOF
               READ SEGHISTFILE NEXT RECORD
                   AT END SET WS-SGH-EOF TO TRUE
               END-READ
               IF NOT WS-SGH-EOF
                   IF SGH-CLIENTEID NOT = WS-ELI-CLIENTE(EX)
                       SET WS-SGH-EOF TO TRUE
                   ELSE
                       DELETE SEGHISTFILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO
                                   WS-ELI-QTD(EX, WS-QX-SEGMENTOS)
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * ONE LINE FILE: COPIED TO LGPDELIM.TMP WITH THE ERASED IDS      *
      * REPLACED, THEN COPIED BACK OVER THE ORIGINAL WHEN ANYTHING     *
      * CHANGED. A FILE THAT DOES NOT EXIST IS SIMPLY SKIPPED.         *
      *----------------------------------------------------------------*
       0005-SCRUB-FILE.
           MOVE WS-ARQ-PTH(FX) TO WS-PTH-ALVO.
           MOVE ZEROS TO WS-ALV-ALTERADAS.
           OPEN INPUT TARGETFILE.
           IF WS-ALV-STATUS-OK
               OPEN OUTPUT TARGETTEMP
               IF NOT WS-ALT-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR LGPDELIM.TMP - STATUS '
                       WS-ALT-STATUS
                   MOVE 1 TO RETURN-CODE
                   CLOSE TARGETFILE
               ELSE
                   READ TARGETFILE
                       AT END SET ENDOFALVO TO TRUE
                   END-READ
                   PERFORM UNTIL ENDOFALVO
                       PERFORM 0005-100-SCRUB-LINE
                       IF NOT WS-ALV-DESCARTAR
                           WRITE ALT-RECORD FROM ALV-RECORD
                       END-IF
                       READ TARGETFILE
                           AT END SET ENDOFALVO TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TARGETFILE, TARGETTEMP
                   IF WS-ALV-ALTERADAS > ZEROS
                       PERFORM 0005-500-COPY-BACK
                   END-IF
               END-IF
           ELSE
               IF NOT WS-ALV-NOT-FOUND
                   DISPLAY 'ERRO AO ABRIR ' WS-ARQ-NOME(FX)
                       ' - STATUS ' WS-ALV-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       0005-100-SCRUB-LINE.
           MOVE "N" TO WS-ALV-DESCARTAR-SW.
           MOVE WS-ARQ-POS(FX) TO WS-ALV-POS.
           IF WS-ARQ-TIPO(FX) = "V" AND ALV-LINE(1:13) IS NUMERIC
               MOVE 28 TO WS-ALV-POS
           END-IF.
           IF WS-ARQ-TIPO(FX) = "R" AND ALV-LINE(1:8) NOT = "CLIENTE "
               MOVE ZEROS TO WS-ELI-ACHOU
           ELSE
               PERFORM 0005-200-FIND-CLIENT
           END-IF.
           IF WS-ELI-ACHOU > ZEROS
               ADD 1 TO WS-ALV-ALTERADAS
               ADD 1 TO WS-ELI-QTD(WS-ELI-ACHOU, FX)
               EVALUATE WS-ARQ-TIPO(FX)
                   WHEN "M"
                       SET WS-ALV-DESCARTAR TO TRUE
                   WHEN "R"
                       MOVE WS-RECIBO-ELIMINADO
                           TO ALV-LINE(WS-ALV-POS:37)
                   WHEN OTHER
                       MOVE WS-ID-ELIMINADO TO ALV-LINE(WS-ALV-POS:6)
               END-EVALUATE
           END-IF.

       0005-200-FIND-CLIENT.
           MOVE ZEROS TO WS-ELI-ACHOU.
           PERFORM VARYING EX FROM 1 BY 1
                   UNTIL EX > WS-ELI-COUNT OR WS-ELI-ACHOU > ZEROS
               IF WS-ELI-DECISAO(EX) = "E"
                  AND ALV-LINE(WS-ALV-POS:6) = WS-ELI-CLIENTE-X(EX)
                   MOVE EX TO WS-ELI-ACHOU
               END-IF
           END-PERFORM.

       0005-500-COPY-BACK.
           OPEN INPUT TARGETTEMP.
           OPEN OUTPUT TARGETFILE.
           IF NOT WS-ALV-STATUS-OK
               DISPLAY 'ERRO AO REGRAVAR ' WS-ARQ-NOME(FX)
                   ' - STATUS ' WS-ALV-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE TARGETTEMP
           ELSE
               READ TARGETTEMP
                   AT END SET ENDOFALVOTMP TO TRUE
               END-READ
               PERFORM UNTIL ENDOFALVOTMP
                   WRITE ALV-RECORD FROM ALT-RECORD
                   READ TARGETTEMP
                       AT END SET ENDOFALVOTMP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TARGETTEMP, TARGETFILE
           END-IF.

      *----------------------------------------------------------------*
      * LGPDREQ.DAT IS WRITTEN BACK FROM LGPDREQ.TMP WITH THE REQUESTS *
      * OF THIS RUN CLOSED, AND EACH ONE GOES TO THE AUDIT FILE.       *
      *----------------------------------------------------------------*
       0006-CLOSE-REQUESTS.
           IF WS-ELI-COUNT > ZEROS
               OPEN EXTEND AUDITFILE
               IF WS-AUD-NOT-FOUND
                   OPEN OUTPUT AUDITFILE
               END-IF
               IF NOT WS-AUD-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR LGPDAUD.DAT - STATUS '
                       WS-AUD-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
               WRITE WS-ELI-RPT-LINE FROM ELI-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM 0006-100-AUDIT-REQUEST
                   VARYING EX FROM 1 BY 1 UNTIL EX > WS-ELI-COUNT
               IF WS-AUD-STATUS-OK
                   CLOSE AUDITFILE
               END-IF
               OPEN INPUT REQTEMPFILE
               OPEN OUTPUT LGPDREQFILE
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
                       IF LRQ-ELIMINACAO AND LRQ-PENDENTE
                           PERFORM 0006-200-MARK-REQUEST
                       END-IF
                       WRITE LRQ-RECORD
                       READ REQTEMPFILE
                           AT END SET ENDOFREQTEMP TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE REQTEMPFILE, LGPDREQFILE
               END-IF
           ELSE
               WRITE WS-ELI-RPT-LINE FROM ELI-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       0006-100-AUDIT-REQUEST.
           MOVE WS-ELI-REQ-ID(EX) TO AUD-REQ-ID ERL-REQ-ID.
           MOVE WS-ELI-CLIENTE(EX) TO AUD-CLIENTEID ERL-CLIENTE.
           MOVE WS-ELI-DECISAO(EX) TO AUD-RESULTADO.
           MOVE WS-RUN-DATE-NUM TO AUD-DATA.
           MOVE WS-RUN-TIME-NUM TO AUD-HORA.
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 12
               MOVE WS-ELI-QTD(EX, FX) TO AUD-QTD(FX)
           END-PERFORM.
           IF WS-AUD-STATUS-OK
               WRITE AUD-RECORD
           END-IF.
           IF WS-ELI-DECISAO(EX) = "R"
               ADD 1 TO WS-RECUSADAS-COUNT
               MOVE "RECUSADA - SALDO DEVEDOR EM ABERTO"
                   TO ERL-RESULTADO
               WRITE WS-ELI-RPT-LINE FROM ELI-REQ-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE "DADOS ELIMINADOS" TO ERL-RESULTADO
               WRITE WS-ELI-RPT-LINE FROM ELI-REQ-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > WS-ARQ-COUNT
                   MOVE WS-ARQ-NOME(FX) TO EFL-ARQUIVO
                   MOVE WS-ELI-QTD(EX, FX) TO EFL-QTD
                   WRITE WS-ELI-RPT-LINE FROM ELI-FILE-LINE
                       AFTER ADVANCING 1 LINE
               END-PERFORM
               MOVE "CLISEGHIST.DAT" TO EFL-ARQUIVO
               MOVE WS-ELI-QTD(EX, WS-QX-SEGMENTOS) TO EFL-QTD
               WRITE WS-ELI-RPT-LINE FROM ELI-FILE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "CUSTMF.DAT" TO EFL-ARQUIVO
               MOVE WS-ELI-QTD(EX, WS-QX-CADASTRO) TO EFL-QTD
               WRITE WS-ELI-RPT-LINE FROM ELI-FILE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0006-200-MARK-REQUEST.
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-ELI-COUNT
               IF WS-ELI-REQ-ID(EX) = LRQ-ID
                   MOVE WS-RUN-DATE-NUM TO LRQ-CONCLUSAO
                   IF WS-ELI-DECISAO(EX) = "R"
                       MOVE "R" TO LRQ-SITUACAO
                       MOVE "SALDO DEVEDOR EM ABERTO" TO LRQ-OBS
                   ELSE
                       MOVE "C" TO LRQ-SITUACAO
                       MOVE "DADOS ELIMINADOS" TO LRQ-OBS
                   END-IF
               END-IF
           END-PERFORM.

       0007-FINALIZE.
           MOVE "SOLICITACOES ATENDIDAS (ELIMINACAO)" TO ECN-LABEL.
           MOVE WS-ELIMINADAS-COUNT TO ECN-COUNT.
           WRITE WS-ELI-RPT-LINE FROM ELI-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "SOLICITACOES RECUSADAS (SALDO DEVEDOR)" TO ECN-LABEL.
           MOVE WS-RECUSADAS-COUNT TO ECN-COUNT.
           WRITE WS-ELI-RPT-LINE FROM ELI-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SOLICITACOES ADIADAS PARA A PROXIMA" TO ECN-LABEL.
           MOVE WS-ADIADAS-COUNT TO ECN-COUNT.
           WRITE WS-ELI-RPT-LINE FROM ELI-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-ELI-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 2 LINES.
           CLOSE ELIMREPORTFILE.
           IF WS-CLI-OPENED
               CLOSE CLIENTMASTERFILE
           END-IF.
           DISPLAY 'LGPDELIM: ' WS-ELIMINADAS-COUNT ' ELIMINADA(S), '
               WS-RECUSADAS-COUNT ' RECUSADA(S)'.

       END PROGRAM LGPDELIM.
