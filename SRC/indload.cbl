      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. LOADS THE CENTRAL BANK INDEX
      *              PUBLICATION INDPUB.DAT (INDEX CODE 4, PERIODICITY
      *              1 - D = DAILY, M = MONTHLY -, REFERENCE DATE
      *              AAAAMMDD AND THE PUBLISHED RATE IN % FOR THE
      *              PERIOD, SIGNED, 3 INTEGER AND 8 DECIMAL DIGITS)
      *              INTO THE INDEX HISTORY INDHIST.DAT, KEYED BY CODE
      *              AND DATE, WITH THE PERIOD FACTOR 1 + RATE/100
      *              READY FOR THE ACCRUAL IN INVPOS AND THE
      *              PROJECTIONS IN INVESTIMENTO. A DAILY INDEX MUST BE
      *              DATED ON A BUSINESS DAY (DIAUTIL, WITH THE
      *              FERIADOS.DAT CALENDAR); A MONTHLY INDEX IS DATED
      *              ON DAY 01 OF ITS MONTH. A LINE ALREADY ON FILE
      *              WITH THE SAME RATE IS COUNTED AND SKIPPED, SO THE
      *              SAME PUBLICATION CAN BE LOADED TWICE; A DIFFERENT
      *              RATE REPLACES THE OLD ONE AND IS LISTED AS A
      *              CORRECTION ON INDLOAD.RPT WITH BOTH VALUES.
      *              REJECTED LINES ARE LISTED WITH THEIR REASON AND
      *              END THE RUN WITH RETURN-CODE 4, KEEPING THE
      *              PUBLICATION FOR THE CORRECTED RERUN; A CLEAN RUN
      *              REWRITES IT EMPTY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDLOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDPUBFILE ASSIGN TO DYNAMIC WS-PTH-INDPUB-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUB-STATUS.

           SELECT INDHISTFILE ASSIGN TO DYNAMIC WS-PTH-INDHIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WS-IND-STATUS.

           SELECT INDREPORTFILE ASSIGN TO DYNAMIC WS-PTH-INDLOAD-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INDPUBFILE.
       01  IPB-RECORD.
           88 WS-EOF-INDPUB        VALUE HIGH-VALUES.
           05 IPB-CODIGO           PIC X(04).
           05 IPB-PERIODO          PIC X(01).
           05 IPB-DATA             PIC X(08).
           05 IPB-VALOR            PIC S9(3)V9(8)
                                   SIGN IS LEADING SEPARATE.

       FD  INDHISTFILE.
       01  IND-RECORD.
           05 IND-CHAVE.
              10 IND-CODIGO        PIC X(04).
              10 IND-DATA          PIC 9(08).
           05 IND-PERIODO          PIC X(01).
           05 IND-TAXA             PIC S9(3)V9(8)
                                   SIGN IS LEADING SEPARATE.
           05 IND-FATOR            PIC 9(3)V9(10).
           05 IND-DATA-CARGA       PIC 9(08).

       FD  INDREPORTFILE.
       01  WS-IND-RPT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-INDPUB-DAT PIC X(44)
           VALUE "ASSETS/INDPUB.DAT".
       77  WS-PTH-INDHIST-DAT PIC X(44)
           VALUE "ASSETS/INDHIST.DAT".
       77  WS-PTH-INDLOAD-RPT PIC X(44)
           VALUE "ASSETS/INDLOAD.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-IND-RPT-LEN          PIC 9(03) VALUE 100.
       77  WS-PUB-STATUS           PIC X(02) VALUE SPACES.
           88 WS-PUB-STATUS-OK     VALUE "00".
           88 WS-PUB-NOT-FOUND     VALUE "35".
       77  WS-IND-STATUS           PIC X(02) VALUE SPACES.
           88 WS-IND-STATUS-OK     VALUE "00".
       77  WS-PUB-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-PUB-OPENED        VALUE "Y".
       77  WS-HIST-OPEN-SW         PIC X(01) VALUE "N".
           88 WS-HIST-OPENED       VALUE "Y".
       77  WS-DATA-VALIDA          PIC X(01) VALUE "N".
       77  WS-DIA-UTIL             PIC X(01) VALUE "N".
       77  WS-LINHA-NUM            PIC 9(7) VALUE ZEROS.
       77  WS-NEW-COUNT            PIC 9(7) VALUE ZEROS.
       77  WS-SAME-COUNT           PIC 9(7) VALUE ZEROS.
       77  WS-FIX-COUNT            PIC 9(7) VALUE ZEROS.
       77  WS-REJECT-COUNT         PIC 9(7) VALUE ZEROS.
       77  WS-TAXA-ANTERIOR        PIC S9(3)V9(8) VALUE ZEROS.

       01  WS-PUB-DATE-SPLIT.
           05 WS-PUB-ANO           PIC 9(4).
           05 WS-PUB-MES           PIC 9(2).
           05 WS-PUB-DIA           PIC 9(2).

       01  IND-REJ-LINE.
           05 FILLER               PIC X(07) VALUE "LINHA  ".
           05 IRL-LINHA            PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 IRL-CODIGO           PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 IRL-PERIODO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 IRL-DATA             PIC X(08).
           05 FILLER               PIC X(03) VALUE " - ".
           05 IRL-TEXT             PIC X(45).

       01  IND-FIX-LINE.
           05 FILLER               PIC X(10) VALUE "CORRIGIDO ".
           05 IFL-CODIGO           PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 IFL-DATA             PIC 9(08).
           05 FILLER               PIC X(04) VALUE " DE ".
           05 IFL-ANTERIOR         PIC -ZZ9,99999999.
           05 FILLER               PIC X(06) VALUE " PARA ".
           05 IFL-NOVO             PIC -ZZ9,99999999.

       01  IND-TOTAL-LINE.
           05 ITL-LABEL            PIC X(30).
           05 ITL-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-LOAD-ONE UNTIL WS-EOF-INDPUB.
           PERFORM 0004-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-INDPUB-DAT.
           CALL "DATADIR" USING WS-PTH-INDHIST-DAT.
           CALL "DATADIR" USING WS-PTH-INDLOAD-RPT.

       0001-500-LOG-START.
           MOVE "INDLOAD" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "INDPUB" TO RLOG-STAT-LABEL.
           MOVE WS-LINHA-NUM TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "INDHISTNOVOS" TO RLOG-STAT-LABEL.
           MOVE WS-NEW-COUNT TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "CORRIGIDOS" TO RLOG-STAT-LABEL.
           MOVE WS-FIX-COUNT TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "REJEITADOS" TO RLOG-STAT-LABEL.
           MOVE WS-REJECT-COUNT TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "INDLOAD" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "INDLOAD" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           OPEN OUTPUT INDREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "CARGA DO HISTORICO DE INDICES" TO RPT-BH-TITLE.
           WRITE WS-IND-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-IND-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-IND-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           OPEN INPUT INDPUBFILE.
           IF WS-PUB-NOT-FOUND
               DISPLAY 'SEM PUBLICACAO DE INDICES HOJE'
               SET WS-EOF-INDPUB TO TRUE
           ELSE
               IF NOT WS-PUB-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR INDPUB.DAT - STATUS '
                       WS-PUB-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET WS-EOF-INDPUB TO TRUE
               ELSE
                   SET WS-PUB-OPENED TO TRUE
                   PERFORM 0002-200-OPEN-HISTORY
               END-IF
           END-IF.
           IF NOT WS-EOF-INDPUB
               PERFORM 0002-700-READ-PUB
           END-IF.

       0002-200-OPEN-HISTORY.
           OPEN I-O INDHISTFILE.
           IF NOT WS-IND-STATUS-OK
               OPEN OUTPUT INDHISTFILE
               CLOSE INDHISTFILE
               OPEN I-O INDHISTFILE
           END-IF.
           IF NOT WS-IND-STATUS-OK
               DISPLAY 'ERRO AO ABRIR INDHIST.DAT - STATUS '
                   WS-IND-STATUS
               MOVE 1 TO RETURN-CODE
               SET WS-EOF-INDPUB TO TRUE
           ELSE
               SET WS-HIST-OPENED TO TRUE
           END-IF.

       0002-700-READ-PUB.
           READ INDPUBFILE
               AT END SET WS-EOF-INDPUB TO TRUE
               NOT AT END ADD 1 TO WS-LINHA-NUM
           END-READ.

       0003-LOAD-ONE.
           MOVE "N" TO WS-DATA-VALIDA.
           CALL 'DATEVALID' USING IPB-DATA WS-DATA-VALIDA.
           MOVE "N" TO WS-DIA-UTIL.
           IF WS-DATA-VALIDA = "Y"
               MOVE IPB-DATA TO WS-PUB-DATE-SPLIT
               IF IPB-PERIODO = "D"
                   CALL 'DIAUTIL' USING IPB-DATA WS-DIA-UTIL
               END-IF
           END-IF.
           IF IPB-CODIGO = SPACES
               MOVE "CODIGO DO INDICE EM BRANCO" TO IRL-TEXT
               PERFORM 0003-900-REJECT
           ELSE
           IF IPB-PERIODO NOT = "D" AND IPB-PERIODO NOT = "M"
               MOVE "PERIODICIDADE DEVE SER D OU M" TO IRL-TEXT
               PERFORM 0003-900-REJECT
           ELSE
           IF WS-DATA-VALIDA NOT = "Y"
               MOVE "DATA DE REFERENCIA INVALIDA" TO IRL-TEXT
               PERFORM 0003-900-REJECT
           ELSE
           IF IPB-DATA > WS-RUN-DATE-NUM
               MOVE "DATA DE REFERENCIA FUTURA" TO IRL-TEXT
               PERFORM 0003-900-REJECT
           ELSE
           IF IPB-PERIODO = "M" AND WS-PUB-DIA NOT = 1
               MOVE "INDICE MENSAL DEVE SER DATADO NO DIA 01"
                   TO IRL-TEXT
               PERFORM 0003-900-REJECT
           ELSE
           IF IPB-PERIODO = "D" AND WS-DIA-UTIL NOT = "Y"
               MOVE "INDICE DIARIO EM DIA NAO UTIL" TO IRL-TEXT
               PERFORM 0003-900-REJECT
           ELSE
           IF IPB-VALOR IS NOT NUMERIC
               MOVE "VALOR DO INDICE NAO NUMERICO" TO IRL-TEXT
               PERFORM 0003-900-REJECT
           ELSE
           IF IPB-VALOR NOT > -100
               MOVE "VALOR DO INDICE FORA DO INTERVALO" TO IRL-TEXT
               PERFORM 0003-900-REJECT
           ELSE
               PERFORM 0003-300-STORE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 0002-700-READ-PUB.

       0003-300-STORE.
           MOVE IPB-CODIGO TO IND-CODIGO.
           MOVE IPB-DATA TO IND-DATA.
           READ INDHISTFILE
               INVALID KEY
                   PERFORM 0003-400-WRITE-NEW
               NOT INVALID KEY
                   PERFORM 0003-500-COMPARE
           END-READ.

       0003-400-WRITE-NEW.
           PERFORM 0003-450-FILL-RECORD.
           WRITE IND-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR INDICE ' IPB-CODIGO ' '
                       IPB-DATA ' - STATUS ' WS-IND-STATUS
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT
           END-WRITE.

       0003-450-FILL-RECORD.
           MOVE IPB-CODIGO TO IND-CODIGO.
           MOVE IPB-DATA TO IND-DATA.
           MOVE IPB-PERIODO TO IND-PERIODO.
           MOVE IPB-VALOR TO IND-TAXA.
           COMPUTE IND-FATOR ROUNDED = 1 + (IPB-VALOR / 100).
           MOVE WS-RUN-DATE-NUM TO IND-DATA-CARGA.

       0003-500-COMPARE.
           IF IND-PERIODO NOT = IPB-PERIODO
               MOVE "PERIODICIDADE DIFERENTE DA JA CARREGADA"
                   TO IRL-TEXT
               PERFORM 0003-900-REJECT
           ELSE
           IF IND-TAXA = IPB-VALOR
               ADD 1 TO WS-SAME-COUNT
           ELSE
               MOVE IND-TAXA TO WS-TAXA-ANTERIOR
               PERFORM 0003-450-FILL-RECORD
               REWRITE IND-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO CORRIGIR INDICE ' IPB-CODIGO
                           ' ' IPB-DATA ' - STATUS ' WS-IND-STATUS
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-FIX-COUNT
                       MOVE IND-CODIGO TO IFL-CODIGO
                       MOVE IND-DATA TO IFL-DATA
                       MOVE WS-TAXA-ANTERIOR TO IFL-ANTERIOR
                       MOVE IND-TAXA TO IFL-NOVO
                       MOVE IND-FIX-LINE TO WS-IND-RPT-LINE
                       CALL "DECFMT" USING WS-IND-RPT-LINE,
                           WS-IND-RPT-LEN
                       WRITE WS-IND-RPT-LINE
                           AFTER ADVANCING 1 LINE
               END-REWRITE
           END-IF
           END-IF.

       0003-900-REJECT.
           MOVE WS-LINHA-NUM TO IRL-LINHA.
           MOVE IPB-CODIGO TO IRL-CODIGO.
           MOVE IPB-PERIODO TO IRL-PERIODO.
           MOVE IPB-DATA TO IRL-DATA.
           WRITE WS-IND-RPT-LINE FROM IND-REJ-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECT-COUNT.

       0004-FINALIZE.
           MOVE "LINHAS LIDAS:" TO ITL-LABEL.
           MOVE WS-LINHA-NUM TO ITL-COUNT.
           WRITE WS-IND-RPT-LINE FROM IND-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "INDICES INCLUIDOS:" TO ITL-LABEL.
           MOVE WS-NEW-COUNT TO ITL-COUNT.
           WRITE WS-IND-RPT-LINE FROM IND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "JA CARREGADOS (IGUAIS):" TO ITL-LABEL.
           MOVE WS-SAME-COUNT TO ITL-COUNT.
           WRITE WS-IND-RPT-LINE FROM IND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CORRIGIDOS:" TO ITL-LABEL.
           MOVE WS-FIX-COUNT TO ITL-COUNT.
           WRITE WS-IND-RPT-LINE FROM IND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REJEITADOS:" TO ITL-LABEL.
           MOVE WS-REJECT-COUNT TO ITL-COUNT.
           WRITE WS-IND-RPT-LINE FROM IND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-IND-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE INDREPORTFILE.
           IF WS-REJECT-COUNT > ZEROS AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-PUB-OPENED
               CLOSE INDPUBFILE
               IF WS-HIST-OPENED
                   CLOSE INDHISTFILE
               END-IF
               IF RETURN-CODE = ZERO
                   OPEN OUTPUT INDPUBFILE
                   CLOSE INDPUBFILE
               END-IF
           END-IF.
           DISPLAY 'CARGA DE INDICES CONCLUIDA'.

       END PROGRAM INDLOAD.
