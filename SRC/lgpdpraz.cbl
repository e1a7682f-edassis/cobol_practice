      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE LGPD GIVES THE SHOP 15 DAYS
      *              TO ANSWER A DATA-SUBJECT REQUEST. RUN AFTER
      *              LGPDACES AND LGPDELIM, THIS STEP READS LGPDREQ.DAT
      *              AND LISTS ON LGPDPRAZ.RPT EVERY REQUEST STILL
      *              PENDING THAT IS PAST ITS DEADLINE (LRQ-PRAZO) OR
      *              WILL REACH IT WITHIN 5 DAYS, WITH THE DAYS LEFT OR
      *              OVERDUE, MOST URGENT FIRST AS THE FILE IS IN
      *              PROTOCOL ORDER. THE REPORT IS INFORMATIONAL AND
      *              LEAVES THE RETURN CODE AT ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDPRAZ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPDREQFILE ASSIGN TO DYNAMIC WS-PTH-LGPDREQ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQ-STATUS.

           SELECT PRAZREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-LGPDPRAZ-RPT
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

       FD  PRAZREPORTFILE.
       01  WS-PRZ-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-LGPDREQ-DAT PIC X(44)
           VALUE "ASSETS/LGPDREQ.DAT".
       77  WS-PTH-LGPDPRAZ-RPT PIC X(44)
           VALUE "ASSETS/LGPDPRAZ.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-LRQ-STATUS         PIC X(02) VALUE SPACES.
           88 WS-LRQ-STATUS-OK   VALUE "00".
           88 WS-LRQ-NOT-FOUND   VALUE "35".

      *    DAYS BEFORE THE DEADLINE FROM WHICH A REQUEST IS LISTED
       77  WS-DIAS-ALERTA        PIC 9(3) VALUE 5.

       77  WS-HOJE-SERIAL        PIC 9(7) VALUE ZEROS.
       77  WS-DIAS-RESTANTES     PIC S9(7) VALUE ZEROS.
       77  WS-PENDENTES-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-VENCIDAS-COUNT     PIC 9(5) VALUE ZEROS.
       77  WS-A-VENCER-COUNT     PIC 9(5) VALUE ZEROS.
       77  WS-PRAZO-INVALIDO-COUNT PIC 9(5) VALUE ZEROS.

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

       01  PRZ-HEADING.
           05 FILLER             PIC X(08) VALUE "PROTOC.".
           05 FILLER             PIC X(09) VALUE "CLIENTE".
           05 FILLER             PIC X(12) VALUE "TIPO".
           05 FILLER             PIC X(10) VALUE "RECEBIDA".
           05 FILLER             PIC X(10) VALUE "PRAZO".
           05 FILLER             PIC X(06) VALUE "  DIAS".
           05 FILLER             PIC X(10) VALUE "  SITUACAO".

       01  PRZ-DETAIL-LINE.
           05 PDL-REQ-ID         PIC 9(6).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-CLIENTE        PIC 9(6).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 PDL-TIPO           PIC X(12).
           05 PDL-RECEBIDA       PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-PRAZO          PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-DIAS           PIC -(4)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-SITUACAO       PIC X(10).

       01  PRZ-COUNT-LINE.
           05 PCN-LABEL          PIC X(40).
           05 PCN-COUNT          PIC Z(6)9.

       01  PRZ-EMPTY-LINE.
           05 FILLER             PIC X(50)
              VALUE "NENHUMA SOLICITACAO VENCIDA OU A VENCER".

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-SCAN-REQUESTS.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-LGPDREQ-DAT.
           CALL "DATADIR" USING WS-PTH-LGPDPRAZ-RPT.

       0001-500-LOG-START.
           MOVE "LGPDPRAZ" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "LGPDPRAZ" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-SERIAL-DATE-N.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-HOJE-SERIAL.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           OPEN OUTPUT PRAZREPORTFILE.
           MOVE "LGPD - SOLICITACOES VENCIDAS OU A VENCER"
               TO RPT-BH-TITLE.
           WRITE WS-PRZ-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-PRZ-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRZ-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRZ-RPT-LINE FROM PRZ-HEADING
               AFTER ADVANCING 2 LINES.

       0003-SCAN-REQUESTS.
           OPEN INPUT LGPDREQFILE.
           IF WS-LRQ-STATUS-OK
               READ LGPDREQFILE
                   AT END SET ENDOFLGPDREQ TO TRUE
               END-READ
               PERFORM UNTIL ENDOFLGPDREQ
                   IF LRQ-PENDENTE
                       PERFORM 0004-CHECK-DEADLINE
                   END-IF
                   READ LGPDREQFILE
                       AT END SET ENDOFLGPDREQ TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LGPDREQFILE
           ELSE
               IF NOT WS-LRQ-NOT-FOUND
                   DISPLAY 'AVISO: LGPDREQ.DAT INDISPONIVEL - STATUS '
                       WS-LRQ-STATUS
               END-IF
           END-IF.

       0004-CHECK-DEADLINE.
           ADD 1 TO WS-PENDENTES-COUNT.
           MOVE LRQ-PRAZO TO WS-SERIAL-DATE-N.
           IF LRQ-PRAZO NOT NUMERIC
              OR WS-SDX-MES < 1 OR WS-SDX-MES > 12
               ADD 1 TO WS-PRAZO-INVALIDO-COUNT
           ELSE
               PERFORM 0008-DATE-TO-SERIAL
               COMPUTE WS-DIAS-RESTANTES =
                   WS-SERIAL-WORK - WS-HOJE-SERIAL
               IF WS-DIAS-RESTANTES NOT > WS-DIAS-ALERTA
                   MOVE LRQ-ID TO PDL-REQ-ID
                   MOVE LRQ-CLIENTEID TO PDL-CLIENTE
                   IF LRQ-ELIMINACAO
                       MOVE "ELIMINACAO" TO PDL-TIPO
                   ELSE
                       MOVE "ACESSO" TO PDL-TIPO
                   END-IF
                   MOVE LRQ-RECEBIDA TO PDL-RECEBIDA
                   MOVE LRQ-PRAZO TO PDL-PRAZO
                   MOVE WS-DIAS-RESTANTES TO PDL-DIAS
                   IF WS-DIAS-RESTANTES < ZEROS
                       MOVE "VENCIDA" TO PDL-SITUACAO
                       ADD 1 TO WS-VENCIDAS-COUNT
                   ELSE
                       MOVE "A VENCER" TO PDL-SITUACAO
                       ADD 1 TO WS-A-VENCER-COUNT
                   END-IF
                   WRITE WS-PRZ-RPT-LINE FROM PRZ-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       0005-FINALIZE.
           IF WS-VENCIDAS-COUNT = ZEROS AND WS-A-VENCER-COUNT = ZEROS
               WRITE WS-PRZ-RPT-LINE FROM PRZ-EMPTY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "SOLICITACOES PENDENTES" TO PCN-LABEL.
           MOVE WS-PENDENTES-COUNT TO PCN-COUNT.
           WRITE WS-PRZ-RPT-LINE FROM PRZ-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "  VENCIDAS" TO PCN-LABEL.
           MOVE WS-VENCIDAS-COUNT TO PCN-COUNT.
           WRITE WS-PRZ-RPT-LINE FROM PRZ-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  A VENCER NOS PROXIMOS DIAS" TO PCN-LABEL.
           MOVE WS-A-VENCER-COUNT TO PCN-COUNT.
           WRITE WS-PRZ-RPT-LINE FROM PRZ-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PRAZO-INVALIDO-COUNT > ZEROS
               MOVE "  COM PRAZO INVALIDO" TO PCN-LABEL
               MOVE WS-PRAZO-INVALIDO-COUNT TO PCN-COUNT
               WRITE WS-PRZ-RPT-LINE FROM PRZ-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE WS-PRZ-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 2 LINES.
           CLOSE PRAZREPORTFILE.
           IF WS-VENCIDAS-COUNT > ZEROS
               DISPLAY 'LGPDPRAZ: ' WS-VENCIDAS-COUNT
                   ' SOLICITACAO(OES) LGPD VENCIDA(S) - VER '
                   'LGPDPRAZ.RPT'
           END-IF.

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

       END PROGRAM LGPDPRAZ.
