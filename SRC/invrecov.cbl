      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. FORWARD RECOVERY OF BOOKINV.DAT.
      *              "INVRECOV <AAAAMMDD> [<AAAAMMDD> [<HHMMSSCC>]]"
      *              REBUILDS THE FILE FROM HOUSEKEEP'S BACKUP OF THE
      *              FIRST DATE AND ROLLS THE INVENTORY JOURNAL
      *              (INVJRNL.DAT) FORWARD TO THE RECOVERY POINT GIVEN
      *              BY THE OTHER TWO (END OF THAT DAY WITHOUT A TIME,
      *              END OF THE JOURNAL WITHOUT EITHER). THE JOURNAL
      *              IS READ FROM THE LAST MARKER HOUSEKEEP LEFT FOR
      *              THAT BACKUP (OR FROM THE BACKUP DATE WHEN THERE
      *              IS NONE). EACH ENTRY'S BEFORE IMAGE MUST MATCH
      *              THE RECORD AS REBUILT SO FAR; AN ENTRY THE BACKUP
      *              ALREADY HOLDS (POSTED WHILE THE UNLOAD RAN) IS
      *              PASSED OVER; ANY OTHER MISMATCH STOPS THE
      *              ROLL-FORWARD THERE. SO DOES A LATER REPLACEMENT
      *              MARKER: THE FILE WAS RELOADED OR RECOVERED AGAIN
      *              AND WHAT FOLLOWS BELONGS TO THAT BASE - TAKE A
      *              FRESH HOUSEKEEP BACKUP AFTER EVERY RECOVERY.
      *              INVRECOV.RPT THEN PROVES THE REBUILT FILE, KEY BY
      *              KEY IN KEY ORDER, AGAINST THE BACKUP OVERLAID
      *              WITH THE LAST AFTER IMAGE OF EVERY KEY THE
      *              JOURNAL TOUCHED, AND BY RECORD COUNT AND TOTAL
      *              ON-HAND. RETURN-CODE 8 WHEN THE BACKUP IS MISSING,
      *              THE ROLL-FORWARD STOPPED SHORT OR THE PROOF FAILS;
      *              1 FOR A BAD ARGUMENT OR A BUSY RUN LOCK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRECOV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKINVENTORYFILE ASSIGN TO DYNAMIC WS-PTH-BOOKINV-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIF-KEY
               FILE STATUS IS WS-BIF-STATUS.

           SELECT MASTERBACKUP ASSIGN TO DYNAMIC WS-BKP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT INVJOURNALFILE ASSIGN TO DYNAMIC WS-PTH-INVJRNL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT RECOVREPORTFILE ASSIGN TO DYNAMIC WS-PTH-INVRECOV-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKINVENTORYFILE.
       01  BIF-RECORD.
           02 BIF-KEY.
              03 BIF-BOOKNUM      PIC X(5).
              03 BIF-FILIAL       PIC X(3).
           02 BIF-ONHAND          PIC 9(5).
           02 BIF-REORDER-POINT   PIC 9(5).
           02 BIF-ORDER-QTY       PIC 9(5).

       FD  MASTERBACKUP.
       01  BKP-RECORD.
           88 ENDOFBACKUP          VALUE HIGH-VALUES.
           02 BKP-IMAGE.
              03 BKP-KEY           PIC X(8).
              03 BKP-ONHAND        PIC 9(5).
              03 FILLER            PIC X(10).
           02 FILLER               PIC X(77).

       FD  INVJOURNALFILE.
       01  JRN-RECORD.
           88 ENDOFJOURNAL         VALUE HIGH-VALUES.
           05 JRN-PROGRAM          PIC X(10).
           05 JRN-STAMP.
              10 JRN-DATE          PIC 9(08).
              10 JRN-TIME          PIC 9(08).
           05 JRN-ACTION           PIC X(01).
              88 JRN-NEW-RECORD       VALUE "I".
              88 JRN-CHANGED-RECORD   VALUE "A".
              88 JRN-BACKUP-MARK      VALUE "B".
              88 JRN-REPLACE-MARK     VALUE "R".
           05 JRN-KEY.
              10 JRN-BOOKNUM       PIC X(05).
              10 JRN-FILIAL        PIC X(03).
           05 JRN-OLD-ONHAND       PIC 9(05).
           05 JRN-NEW-ONHAND       PIC 9(05).
           05 JRN-BEFORE-IMAGE     PIC X(23).
           05 JRN-AFTER-IMAGE      PIC X(23).
           05 JRN-MARK-AREA REDEFINES JRN-AFTER-IMAGE.
              10 JRN-MARK-BACKUP      PIC 9(08).
              10 JRN-MARK-POINT-DATE  PIC 9(08).
              10 FILLER               PIC X(07).

       FD  RECOVREPORTFILE.
       01  WS-RCV-RPT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BOOKINV-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-PREFIX PIC X(44)
           VALUE "ASSETS/".
       77  WS-PTH-INVJRNL-DAT PIC X(44)
           VALUE "ASSETS/INVJRNL.DAT".
       77  WS-PTH-INVRECOV-RPT PIC X(44)
           VALUE "ASSETS/INVRECOV.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY RUNLOCKREC.
       COPY INVJRNREC.

       77  WS-BIF-STATUS           PIC X(2) VALUE SPACES.
           88 WS-BIF-STATUS-OK     VALUE "00".
       77  WS-BKP-STATUS           PIC X(2) VALUE SPACES.
           88 WS-BKP-STATUS-OK     VALUE "00".
       77  WS-JRN-STATUS           PIC X(2) VALUE SPACES.
           88 WS-JRN-STATUS-OK     VALUE "00".

       77  WS-RUN-DATE-NUM         PIC 9(8) VALUE ZEROS.
       77  WS-BACKUP-PARM          PIC X(8) VALUE SPACES.
       77  WS-POINT-DATE-PARM      PIC X(8) VALUE SPACES.
       77  WS-POINT-TIME-PARM      PIC X(8) VALUE SPACES.
       77  WS-BACKUP-DATE          PIC 9(8) VALUE ZEROS.
       77  WS-BKP-NAME             PIC X(44) VALUE SPACES.
       77  WS-SAVED-RC             PIC S9(4) VALUE ZEROS.

       77  WS-RCV-ERROR-SW         PIC X(1) VALUE "N".
           88 WS-RCV-ERROR         VALUE "Y".
       77  WS-LOCK-TAKEN-SW        PIC X(1) VALUE "N".
           88 WS-LOCK-TAKEN        VALUE "Y".
       77  WS-RESTORED-SW          PIC X(1) VALUE "N".
           88 WS-RESTORED          VALUE "Y".
       77  WS-START-SW             PIC X(1) VALUE "N".
           88 WS-START-BY-MARK     VALUE "Y".
       77  WS-STOP-SW              PIC X(1) VALUE "N".
           88 WS-ROLL-STOPPED      VALUE "Y".
       77  WS-PAST-POINT-SW        PIC X(1) VALUE "N".
           88 WS-PAST-POINT        VALUE "Y".
       77  WS-EOF-INV-SW           PIC X(1) VALUE "N".
           88 WS-EOF-INV           VALUE "Y".

       77  WS-JRN-RECNO            PIC 9(8) VALUE ZEROS.
       77  WS-START-RECNO          PIC 9(8) VALUE ZEROS.
       77  WS-BKP-COUNT            PIC 9(7) VALUE ZEROS.
       77  WS-BKP-TOTAL            PIC 9(11) VALUE ZEROS.
       77  WS-APPLIED-COUNT        PIC 9(7) VALUE ZEROS.
       77  WS-PRESENT-COUNT        PIC 9(7) VALUE ZEROS.
       77  WS-INSERT-COUNT         PIC 9(7) VALUE ZEROS.
       77  WS-SKIPPED-COUNT        PIC 9(7) VALUE ZEROS.
       77  WS-NET-CHANGE           PIC S9(11) VALUE ZEROS.
       77  WS-EXPECTED-COUNT       PIC 9(7) VALUE ZEROS.
       77  WS-EXPECTED-TOTAL       PIC S9(11) VALUE ZEROS.
       77  WS-REBUILT-COUNT        PIC 9(7) VALUE ZEROS.
       77  WS-REBUILT-TOTAL        PIC 9(11) VALUE ZEROS.
       77  WS-DIFF-COUNT           PIC 9(7) VALUE ZEROS.
       77  WS-EXPECTED-IMAGE       PIC X(23) VALUE SPACES.
       77  WS-BKP-CUR-KEY          PIC X(8) VALUE SPACES.
       77  WS-INV-CUR-KEY          PIC X(8) VALUE SPACES.
       77  WS-SITUACAO             PIC X(20) VALUE SPACES.

       01  WS-POINT-STAMP.
           05 WS-POINT-DATE        PIC 9(8) VALUE 99999999.
           05 WS-POINT-TIME        PIC 9(8) VALUE 99999999.
       01  WS-LAST-STAMP.
           05 WS-LAST-DATE         PIC 9(8) VALUE ZEROS.
           05 WS-LAST-TIME         PIC 9(8) VALUE ZEROS.

       01  WS-IMAGE-VIEW.
           05 WS-IMG-KEY           PIC X(8).
           05 WS-IMG-ONHAND        PIC 9(5).
           05 FILLER               PIC X(10).

      * EVERY KEY THE JOURNAL TOUCHED, WITH ITS LATEST AFTER IMAGE.
       77  TX                      PIC 9(4) VALUE ZEROS.
       77  WS-TOQ-COUNT            PIC 9(4) VALUE ZEROS.
       01  WS-TOUCHED-TABLE.
           05 WS-TOQ-ENTRY OCCURS 5000 TIMES.
              10 WS-TOQ-KEY        PIC X(8).
              10 WS-TOQ-AFTER      PIC X(23).
              10 WS-TOQ-MOVES      PIC 9(5).
              10 WS-TOQ-SEEN       PIC X(1).

       01  RCV-TEXT-LINE.
           05 RTL-TEXT             PIC X(100).

       01  RCV-PARM-LINE.
           05 RPL-LABEL            PIC X(32).
           05 RPL-DATE             PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RPL-TIME             PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RPL-NOTE             PIC X(48).

       01  RCV-DIVERG-LINE.
           05 FILLER               PIC X(8) VALUE "DIARIO #".
           05 RDL-RECNO            PIC Z(7)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RDL-PROGRAM          PIC X(10).
           05 RDL-DATE             PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RDL-TIME             PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RDL-BOOKNUM          PIC X(5).
           05 FILLER               PIC X(1) VALUE "/".
           05 RDL-FILIAL           PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RDL-TEXT             PIC X(44).

       01  RCV-PROOF-HEADING.
           05 FILLER               PIC X(12) VALUE "LIVRO/FIL.".
           05 FILLER               PIC X(14) VALUE "  SALDO BACKUP".
           05 FILLER               PIC X(12) VALUE "  MOVIMENTOS".
           05 FILLER               PIC X(16) VALUE "  SALDO ESPERADO".
           05 FILLER               PIC X(14) VALUE "  SALDO ATUAL".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE "SITUACAO".

       01  RCV-PROOF-LINE.
           05 RPF-BOOKNUM          PIC X(5).
           05 FILLER               PIC X(1) VALUE "/".
           05 RPF-FILIAL           PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RPF-BACKUP           PIC Z(13)9.
           05 RPF-BACKUP-X REDEFINES RPF-BACKUP PIC X(14).
           05 RPF-MOVES            PIC Z(11)9.
           05 RPF-EXPECTED         PIC Z(15)9.
           05 RPF-EXPECTED-X REDEFINES RPF-EXPECTED PIC X(16).
           05 RPF-REBUILT          PIC Z(13)9.
           05 RPF-REBUILT-X REDEFINES RPF-REBUILT PIC X(14).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RPF-SITUACAO         PIC X(20).

       01  RCV-COUNT-LINE.
           05 RCL-LABEL            PIC X(40).
           05 RCL-COUNT            PIC -(11)9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF NOT WS-RCV-ERROR
               PERFORM 0003-RESTORE-BACKUP THRU 0003-EXIT
           END-IF.
           IF WS-RESTORED
               PERFORM 0004-FIND-START
               PERFORM 0005-ROLL-FORWARD THRU 0005-EXIT
               PERFORM 0006-PROVE-FILE
               PERFORM 0007-MARK-REPLACED
           END-IF.
           PERFORM 0008-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "INVRECOV" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "BACKUP" TO RLOG-STAT-LABEL.
           MOVE WS-BKP-COUNT TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "APLICADOS" TO RLOG-STAT-LABEL.
           MOVE WS-APPLIED-COUNT TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "RECONSTRUIDO" TO RLOG-STAT-LABEL.
           MOVE WS-REBUILT-COUNT TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "INVRECOV" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "INVRECOV" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

      ******************************************************************
      * ARGUMENTS, THE RUN LOCK AND THE REPORT HEADING.
      ******************************************************************
       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-BACKUP-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-BACKUP-PARM
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-POINT-DATE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-POINT-DATE-PARM
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-POINT-TIME-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-POINT-TIME-PARM
           END-ACCEPT.
           IF WS-BACKUP-PARM IS NOT NUMERIC
              OR (WS-POINT-DATE-PARM NOT = SPACES
                  AND WS-POINT-DATE-PARM IS NOT NUMERIC)
              OR (WS-POINT-TIME-PARM NOT = SPACES
                  AND WS-POINT-TIME-PARM IS NOT NUMERIC)
               DISPLAY 'USO: INVRECOV <AAAAMMDD DO BACKUP> '
                   '[<AAAAMMDD> [<HHMMSSCC>] DO PONTO DE RECUPERACAO]'
               MOVE 1 TO RETURN-CODE
               SET WS-RCV-ERROR TO TRUE
           ELSE
               MOVE WS-BACKUP-PARM TO WS-BACKUP-DATE
               IF WS-POINT-DATE-PARM NOT = SPACES
                   MOVE WS-POINT-DATE-PARM TO WS-POINT-DATE
                   IF WS-POINT-TIME-PARM NOT = SPACES
                       MOVE WS-POINT-TIME-PARM TO WS-POINT-TIME
                   END-IF
               END-IF
               PERFORM 0002-500-TAKE-LOCK
           END-IF.
           OPEN OUTPUT RECOVREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "RECUPERACAO DO ESTOQUE (BOOKINV)" TO RPT-BH-TITLE.
           WRITE WS-RCV-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-RCV-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-RCV-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RCV-PARM-LINE.
           MOVE "BACKUP DE:" TO RPL-LABEL.
           MOVE WS-BACKUP-DATE TO RPL-DATE.
           MOVE ZEROS TO RPL-TIME.
           WRITE WS-RCV-RPT-LINE FROM RCV-PARM-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RCV-PARM-LINE.
           MOVE "PONTO DE RECUPERACAO PEDIDO:" TO RPL-LABEL.
           MOVE WS-POINT-DATE TO RPL-DATE.
           MOVE WS-POINT-TIME TO RPL-TIME.
           IF WS-POINT-DATE = 99999999
               MOVE "(FIM DO DIARIO)" TO RPL-NOTE
           END-IF.
           WRITE WS-RCV-RPT-LINE FROM RCV-PARM-LINE
               AFTER ADVANCING 1 LINE.

      * THE FILE IS REPLACED WHOLESALE: NOTHING ELSE MAY BE POSTING.
       0002-500-TAKE-LOCK.
           MOVE "TEST" TO RLOCK-ACTION.
           MOVE "INVRECOV" TO RLOCK-OWNER.
           CALL "RUNLOCK" USING RLOCK-RECORD.
           IF RLOCK-RESULT = "OK"
               MOVE "TAKE" TO RLOCK-ACTION
               CALL "RUNLOCK" USING RLOCK-RECORD
               SET WS-LOCK-TAKEN TO TRUE
           ELSE
               DISPLAY 'INVRECOV NAO INICIADO - TRAVA EM PODER '
                   'DE ' RLOCK-HELD-BY
               MOVE 1 TO RETURN-CODE
               SET WS-RCV-ERROR TO TRUE
           END-IF.

      ******************************************************************
      * REBUILD BOOKINV.DAT FROM THE CHOSEN BACKUP.
      ******************************************************************
       0003-RESTORE-BACKUP.
           MOVE SPACES TO WS-BKP-NAME.
           STRING WS-PTH-PREFIX DELIMITED BY SPACE
                  "BOOKINV-" DELIMITED BY SIZE
                  WS-BACKUP-PARM DELIMITED BY SIZE
                  ".BKP" DELIMITED BY SIZE
               INTO WS-BKP-NAME
           END-STRING.
           OPEN INPUT MASTERBACKUP.
           IF NOT WS-BKP-STATUS-OK
               DISPLAY 'SEM BACKUP ' WS-BKP-NAME
                   ' - STATUS ' WS-BKP-STATUS
               MOVE "BACKUP NAO ENCONTRADO - NADA FOI ALTERADO"
                   TO RTL-TEXT
               WRITE WS-RCV-RPT-LINE FROM RCV-TEXT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
               GO TO 0003-EXIT
           END-IF.
           OPEN OUTPUT BOOKINVENTORYFILE.
           READ MASTERBACKUP
               AT END SET ENDOFBACKUP TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFBACKUP
               IF BKP-RECORD(1:4) NOT = "*HDR"
                   MOVE BKP-IMAGE TO BIF-RECORD
                   WRITE BIF-RECORD
                       INVALID KEY
                           DISPLAY 'CHAVE DUPLICADA NO BACKUP '
                               BKP-KEY
                           MOVE 8 TO RETURN-CODE
                   END-WRITE
                   ADD 1 TO WS-BKP-COUNT
                   ADD BKP-ONHAND TO WS-BKP-TOTAL
               END-IF
               READ MASTERBACKUP
                   AT END SET ENDOFBACKUP TO TRUE
               END-READ
           END-PERFORM.
           CLOSE MASTERBACKUP BOOKINVENTORYFILE.
           SET WS-RESTORED TO TRUE.
       0003-EXIT.
           EXIT.

      ******************************************************************
      * FIRST PASS OVER THE JOURNAL: THE LAST MARKER FOR THIS BACKUP
      * (ITS UNLOAD, OR A HOUSEKEEP RELOAD OF IT) IS WHERE IT STARTS.
      ******************************************************************
       0004-FIND-START.
           MOVE ZEROS TO WS-JRN-RECNO WS-START-RECNO.
           OPEN INPUT INVJOURNALFILE.
           IF WS-JRN-STATUS-OK
               READ INVJOURNALFILE
                   AT END SET ENDOFJOURNAL TO TRUE
               END-READ
               PERFORM UNTIL ENDOFJOURNAL
                   ADD 1 TO WS-JRN-RECNO
                   IF (JRN-BACKUP-MARK OR (JRN-REPLACE-MARK
                       AND JRN-MARK-POINT-DATE = ZEROS))
                      AND JRN-MARK-BACKUP = WS-BACKUP-DATE
                       MOVE WS-JRN-RECNO TO WS-START-RECNO
                       SET WS-START-BY-MARK TO TRUE
                   END-IF
                   READ INVJOURNALFILE
                       AT END SET ENDOFJOURNAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INVJOURNALFILE
           END-IF.
           MOVE SPACES TO RCV-PARM-LINE.
           IF WS-START-BY-MARK
               MOVE "INICIO NO DIARIO: MARCA NO REG." TO RPL-LABEL
               MOVE WS-START-RECNO TO RPL-DATE
               MOVE ZEROS TO RPL-TIME
           ELSE
               MOVE "INICIO NO DIARIO: A PARTIR DE" TO RPL-LABEL
               MOVE WS-BACKUP-DATE TO RPL-DATE
               MOVE ZEROS TO RPL-TIME
               MOVE "(BACKUP SEM MARCA NO DIARIO)" TO RPL-NOTE
           END-IF.
           WRITE WS-RCV-RPT-LINE FROM RCV-PARM-LINE
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * SECOND PASS: APPLY EVERY ENTRY AFTER THE START UP TO THE POINT.
      ******************************************************************
       0005-ROLL-FORWARD.
           MOVE "LANCAMENTOS DO DIARIO" TO RTL-TEXT.
           WRITE WS-RCV-RPT-LINE FROM RCV-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           OPEN I-O BOOKINVENTORYFILE.
           IF NOT WS-BIF-STATUS-OK
               DISPLAY 'ERRO AO ABRIR BOOKINV.DAT - STATUS '
                   WS-BIF-STATUS
               MOVE 8 TO RETURN-CODE
               SET WS-ROLL-STOPPED TO TRUE
               GO TO 0005-EXIT
           END-IF.
           MOVE ZEROS TO WS-JRN-RECNO.
           OPEN INPUT INVJOURNALFILE.
           IF NOT WS-JRN-STATUS-OK
               MOVE "SEM DIARIO - ARQUIVO FICA COMO NO BACKUP"
                   TO RTL-TEXT
               WRITE WS-RCV-RPT-LINE FROM RCV-TEXT-LINE
                   AFTER ADVANCING 1 LINE
               CLOSE BOOKINVENTORYFILE
               GO TO 0005-EXIT
           END-IF.
           READ INVJOURNALFILE
               AT END SET ENDOFJOURNAL TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFJOURNAL OR WS-ROLL-STOPPED
                      OR WS-PAST-POINT
               ADD 1 TO WS-JRN-RECNO
               PERFORM 0005-100-ONE-ENTRY THRU 0005-100-EXIT
               READ INVJOURNALFILE
                   AT END SET ENDOFJOURNAL TO TRUE
               END-READ
           END-PERFORM.
           CLOSE INVJOURNALFILE BOOKINVENTORYFILE.
           IF NOT WS-ROLL-STOPPED
               MOVE "TODOS OS LANCAMENTOS CONFERIDOS E APLICADOS"
                   TO RTL-TEXT
               WRITE WS-RCV-RPT-LINE FROM RCV-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO RCV-PARM-LINE.
           MOVE "RECUPERADO ATE O LANCAMENTO DE:" TO RPL-LABEL.
           MOVE WS-LAST-DATE TO RPL-DATE.
           MOVE WS-LAST-TIME TO RPL-TIME.
           IF WS-ROLL-STOPPED
               MOVE "(INTERROMPIDO - VER ACIMA)" TO RPL-NOTE
           END-IF.
           WRITE WS-RCV-RPT-LINE FROM RCV-PARM-LINE
               AFTER ADVANCING 2 LINES.
       0005-EXIT.
           EXIT.

       0005-100-ONE-ENTRY.
           IF WS-START-BY-MARK
               IF WS-JRN-RECNO NOT > WS-START-RECNO
                   GO TO 0005-100-EXIT
               END-IF
           ELSE
               IF JRN-DATE < WS-BACKUP-DATE
                   GO TO 0005-100-EXIT
               END-IF
           END-IF.
           IF JRN-STAMP > WS-POINT-STAMP
               SET WS-PAST-POINT TO TRUE
               GO TO 0005-100-EXIT
           END-IF.
           IF JRN-BACKUP-MARK
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 0005-100-EXIT
           END-IF.
           IF JRN-REPLACE-MARK
               MOVE "ARQUIVO SUBSTITUIDO AQUI (RELOAD/RECUPERACAO)"
                   TO RDL-TEXT
               PERFORM 0005-900-STOP-HERE
               GO TO 0005-100-EXIT
           END-IF.
           MOVE JRN-KEY TO BIF-KEY.
           READ BOOKINVENTORYFILE
               INVALID KEY
                   IF JRN-NEW-RECORD
                       MOVE JRN-AFTER-IMAGE TO BIF-RECORD
                       WRITE BIF-RECORD
                           INVALID KEY
                               MOVE "ERRO AO GRAVAR O REGISTRO NOVO"
                                   TO RDL-TEXT
                               PERFORM 0005-900-STOP-HERE
                           NOT INVALID KEY
                               PERFORM 0005-200-COUNT-APPLIED
                       END-WRITE
                   ELSE
                       MOVE "REGISTRO AUSENTE NO ARQUIVO"
                           TO RDL-TEXT
                       PERFORM 0005-900-STOP-HERE
                   END-IF
               NOT INVALID KEY
                   PERFORM 0005-150-CHECK-BEFORE
           END-READ.
       0005-100-EXIT.
           EXIT.

      * THE RECORD ALREADY LOOKS LIKE THE AFTER IMAGE: THE BACKUP WAS
      * TAKEN AFTER THIS POSTING. OTHERWISE IT MUST MATCH THE BEFORE
      * IMAGE EXACTLY.
       0005-150-CHECK-BEFORE.
           IF BIF-RECORD = JRN-AFTER-IMAGE
               ADD 1 TO WS-PRESENT-COUNT
               PERFORM 0005-300-NOTE-KEY
               MOVE JRN-STAMP TO WS-LAST-STAMP
           ELSE
               IF JRN-CHANGED-RECORD AND BIF-RECORD = JRN-BEFORE-IMAGE
                   MOVE JRN-AFTER-IMAGE TO BIF-RECORD
                   REWRITE BIF-RECORD
                       INVALID KEY
                           MOVE "ERRO AO REGRAVAR O REGISTRO"
                               TO RDL-TEXT
                           PERFORM 0005-900-STOP-HERE
                       NOT INVALID KEY
                           PERFORM 0005-200-COUNT-APPLIED
                   END-REWRITE
               ELSE
                   MOVE "IMAGEM ANTERIOR NAO CONFERE COM O ARQUIVO"
                       TO RDL-TEXT
                   PERFORM 0005-900-STOP-HERE
               END-IF
           END-IF.

       0005-200-COUNT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT.
           IF JRN-NEW-RECORD
               ADD 1 TO WS-INSERT-COUNT
           END-IF.
           ADD JRN-NEW-ONHAND TO WS-NET-CHANGE.
           SUBTRACT JRN-OLD-ONHAND FROM WS-NET-CHANGE.
           PERFORM 0005-300-NOTE-KEY.
           MOVE JRN-STAMP TO WS-LAST-STAMP.

       0005-300-NOTE-KEY.
           PERFORM 0009-100-SCAN-TOUCHED
               VARYING TX FROM 1 BY 1
               UNTIL TX > WS-TOQ-COUNT OR WS-TOQ-KEY(TX) = JRN-KEY.
           IF TX > WS-TOQ-COUNT
               IF WS-TOQ-COUNT < 5000
                   ADD 1 TO WS-TOQ-COUNT
                   MOVE JRN-KEY TO WS-TOQ-KEY(TX)
                   MOVE ZEROS TO WS-TOQ-MOVES(TX)
                   MOVE "N" TO WS-TOQ-SEEN(TX)
               ELSE
                   MOVE "LIMITE DE 5000 CHAVES NA PROVA ATINGIDO"
                       TO RDL-TEXT
                   PERFORM 0005-900-STOP-HERE
               END-IF
           END-IF.
           IF TX NOT > WS-TOQ-COUNT
               MOVE JRN-AFTER-IMAGE TO WS-TOQ-AFTER(TX)
               ADD 1 TO WS-TOQ-MOVES(TX)
           END-IF.

       0005-900-STOP-HERE.
           MOVE WS-JRN-RECNO TO RDL-RECNO.
           MOVE JRN-PROGRAM TO RDL-PROGRAM.
           MOVE JRN-DATE TO RDL-DATE.
           MOVE JRN-TIME TO RDL-TIME.
           MOVE JRN-BOOKNUM TO RDL-BOOKNUM.
           MOVE JRN-FILIAL TO RDL-FILIAL.
           WRITE WS-RCV-RPT-LINE FROM RCV-DIVERG-LINE
               AFTER ADVANCING 1 LINE.
           SET WS-ROLL-STOPPED TO TRUE.
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * PROOF: THE REBUILT FILE AGAINST THE BACKUP AND THE LAST AFTER
      * IMAGES, BOTH IN KEY ORDER (HOUSEKEEP UNLOADS IN KEY ORDER).
      ******************************************************************
       0006-PROVE-FILE.
           MOVE "PROVA DO ARQUIVO RECONSTRUIDO" TO RTL-TEXT.
           WRITE WS-RCV-RPT-LINE FROM RCV-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           WRITE WS-RCV-RPT-LINE FROM RCV-PROOF-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT MASTERBACKUP.
           PERFORM 0006-100-READ-BACKUP.
           OPEN INPUT BOOKINVENTORYFILE.
           IF NOT WS-BIF-STATUS-OK
               SET WS-EOF-INV TO TRUE
               MOVE HIGH-VALUES TO WS-INV-CUR-KEY
           ELSE
               MOVE LOW-VALUES TO BIF-KEY
               START BOOKINVENTORYFILE KEY IS NOT LESS THAN BIF-KEY
                   INVALID KEY SET WS-EOF-INV TO TRUE
               END-START
               PERFORM 0006-150-READ-REBUILT
           END-IF.
           PERFORM 0006-200-MATCH-ONE
               UNTIL WS-BKP-CUR-KEY = HIGH-VALUES
                 AND WS-INV-CUR-KEY = HIGH-VALUES.
           CLOSE MASTERBACKUP.
           IF WS-BIF-STATUS NOT = "35" AND WS-BIF-STATUS NOT = "30"
               CLOSE BOOKINVENTORYFILE
           END-IF.
           PERFORM 0006-500-UNSEEN-KEY
               VARYING TX FROM 1 BY 1 UNTIL TX > WS-TOQ-COUNT.
           COMPUTE WS-EXPECTED-COUNT = WS-BKP-COUNT + WS-INSERT-COUNT.
           COMPUTE WS-EXPECTED-TOTAL = WS-BKP-TOTAL + WS-NET-CHANGE.
           PERFORM 0006-800-PRINT-TOTALS.

       0006-100-READ-BACKUP.
           READ MASTERBACKUP
               AT END SET ENDOFBACKUP TO TRUE
           END-READ.
           IF NOT ENDOFBACKUP AND BKP-RECORD(1:4) = "*HDR"
               READ MASTERBACKUP
                   AT END SET ENDOFBACKUP TO TRUE
               END-READ
           END-IF.
           IF ENDOFBACKUP
               MOVE HIGH-VALUES TO WS-BKP-CUR-KEY
           ELSE
               MOVE BKP-KEY TO WS-BKP-CUR-KEY
           END-IF.

       0006-150-READ-REBUILT.
           IF NOT WS-EOF-INV
               READ BOOKINVENTORYFILE NEXT RECORD
                   AT END SET WS-EOF-INV TO TRUE
               END-READ
           END-IF.
           IF WS-EOF-INV
               MOVE HIGH-VALUES TO WS-INV-CUR-KEY
           ELSE
               MOVE BIF-KEY TO WS-INV-CUR-KEY
               ADD 1 TO WS-REBUILT-COUNT
               ADD BIF-ONHAND TO WS-REBUILT-TOTAL
           END-IF.

       0006-200-MATCH-ONE.
           MOVE SPACES TO RCV-PROOF-LINE.
           EVALUATE TRUE
               WHEN WS-BKP-CUR-KEY < WS-INV-CUR-KEY
                   MOVE WS-BKP-CUR-KEY TO WS-IMG-KEY
                   PERFORM 0006-300-FIND-TOUCHED
                   MOVE BKP-ONHAND TO RPF-BACKUP
                   MOVE "NAO ENCONTRADO" TO RPF-REBUILT-X
                   MOVE "AUSENTE NO ARQUIVO" TO WS-SITUACAO
                   PERFORM 0006-400-PRINT-PROOF
                   PERFORM 0006-100-READ-BACKUP
               WHEN WS-BKP-CUR-KEY = WS-INV-CUR-KEY
                   MOVE WS-BKP-CUR-KEY TO WS-IMG-KEY
                   MOVE BKP-ONHAND TO RPF-BACKUP
                   MOVE BKP-IMAGE TO WS-EXPECTED-IMAGE
                   PERFORM 0006-300-FIND-TOUCHED
                   PERFORM 0006-350-COMPARE
                   PERFORM 0006-100-READ-BACKUP
                   PERFORM 0006-150-READ-REBUILT
               WHEN OTHER
                   MOVE WS-INV-CUR-KEY TO WS-IMG-KEY
                   MOVE "-" TO RPF-BACKUP-X(14:1)
                   MOVE SPACES TO WS-EXPECTED-IMAGE
                   PERFORM 0006-300-FIND-TOUCHED
                   PERFORM 0006-350-COMPARE
                   PERFORM 0006-150-READ-REBUILT
           END-EVALUATE.

      * WS-IMG-KEY IN; TX POINTS AT THE KEY'S ENTRY (OR PAST THE END).
       0006-300-FIND-TOUCHED.
           PERFORM 0009-100-SCAN-TOUCHED
               VARYING TX FROM 1 BY 1
               UNTIL TX > WS-TOQ-COUNT OR WS-TOQ-KEY(TX) = WS-IMG-KEY.
           IF TX NOT > WS-TOQ-COUNT
               MOVE "Y" TO WS-TOQ-SEEN(TX)
               MOVE WS-TOQ-AFTER(TX) TO WS-EXPECTED-IMAGE
               MOVE WS-TOQ-MOVES(TX) TO RPF-MOVES
           END-IF.

       0006-350-COMPARE.
           MOVE BIF-ONHAND TO RPF-REBUILT.
           IF WS-EXPECTED-IMAGE = SPACES
               MOVE "-" TO RPF-EXPECTED-X(16:1)
               MOVE "SEM ORIGEM" TO WS-SITUACAO
               PERFORM 0006-400-PRINT-PROOF
           ELSE
               MOVE WS-EXPECTED-IMAGE TO WS-IMAGE-VIEW
               MOVE WS-IMG-ONHAND TO RPF-EXPECTED
               IF BIF-RECORD NOT = WS-EXPECTED-IMAGE
                   MOVE "DIFERENTE" TO WS-SITUACAO
                   PERFORM 0006-400-PRINT-PROOF
               ELSE
                   IF TX NOT > WS-TOQ-COUNT
                       MOVE "CONFERE" TO WS-SITUACAO
                       PERFORM 0006-400-PRINT-PROOF
                   END-IF
               END-IF
           END-IF.

      * KEYS THE JOURNAL NEVER TOUCHED ARE ONLY PRINTED WHEN WRONG.
       0006-400-PRINT-PROOF.
           MOVE WS-IMG-KEY(1:5) TO RPF-BOOKNUM.
           MOVE WS-IMG-KEY(6:3) TO RPF-FILIAL.
           MOVE WS-SITUACAO TO RPF-SITUACAO.
           IF WS-SITUACAO NOT = "CONFERE"
               ADD 1 TO WS-DIFF-COUNT
           END-IF.
           WRITE WS-RCV-RPT-LINE FROM RCV-PROOF-LINE
               AFTER ADVANCING 1 LINE.

       0006-500-UNSEEN-KEY.
           IF WS-TOQ-SEEN(TX) NOT = "Y"
               MOVE SPACES TO RCV-PROOF-LINE
               MOVE WS-TOQ-KEY(TX) TO WS-IMG-KEY
               MOVE "-" TO RPF-BACKUP-X(14:1)
               MOVE WS-TOQ-MOVES(TX) TO RPF-MOVES
               MOVE WS-TOQ-AFTER(TX) TO WS-IMAGE-VIEW
               MOVE WS-IMG-ONHAND TO RPF-EXPECTED
               MOVE "NAO ENCONTRADO" TO RPF-REBUILT-X
               MOVE WS-TOQ-KEY(TX) TO WS-IMG-KEY
               MOVE "AUSENTE NO ARQUIVO" TO WS-SITUACAO
               PERFORM 0006-400-PRINT-PROOF
           END-IF.

       0006-800-PRINT-TOTALS.
           MOVE "REGISTROS NO BACKUP:" TO RCL-LABEL.
           MOVE WS-BKP-COUNT TO RCL-COUNT.
           WRITE WS-RCV-RPT-LINE FROM RCV-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "SALDO TOTAL NO BACKUP:" TO RCL-LABEL.
           MOVE WS-BKP-TOTAL TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           MOVE "LANCAMENTOS APLICADOS:" TO RCL-LABEL.
           MOVE WS-APPLIED-COUNT TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           MOVE "  DOS QUAIS REGISTROS NOVOS:" TO RCL-LABEL.
           MOVE WS-INSERT-COUNT TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           MOVE "LANCAMENTOS JA CONTIDOS NO BACKUP:" TO RCL-LABEL.
           MOVE WS-PRESENT-COUNT TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           MOVE "MARCAS DE BACKUP POSTERIORES:" TO RCL-LABEL.
           MOVE WS-SKIPPED-COUNT TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           MOVE "VARIACAO LIQUIDA DO SALDO:" TO RCL-LABEL.
           MOVE WS-NET-CHANGE TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           MOVE "REGISTROS ESPERADOS:" TO RCL-LABEL.
           MOVE WS-EXPECTED-COUNT TO RCL-COUNT.
           WRITE WS-RCV-RPT-LINE FROM RCV-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "REGISTROS NO ARQUIVO RECONSTRUIDO:" TO RCL-LABEL.
           MOVE WS-REBUILT-COUNT TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           MOVE "SALDO TOTAL ESPERADO:" TO RCL-LABEL.
           MOVE WS-EXPECTED-TOTAL TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           MOVE "SALDO TOTAL NO ARQUIVO RECONSTRUIDO:" TO RCL-LABEL.
           MOVE WS-REBUILT-TOTAL TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           MOVE "CHAVES COM DIFERENCA:" TO RCL-LABEL.
           MOVE WS-DIFF-COUNT TO RCL-COUNT.
           PERFORM 0006-850-WRITE-COUNT.
           IF WS-DIFF-COUNT = ZEROS
              AND WS-EXPECTED-COUNT = WS-REBUILT-COUNT
              AND WS-EXPECTED-TOTAL = WS-REBUILT-TOTAL
               IF WS-ROLL-STOPPED
                   MOVE "ARQUIVO CONFERE SO ATE O PONTO ATINGIDO"
                       TO RTL-TEXT
               ELSE
                   MOVE "ARQUIVO CONFERE COM O PONTO PEDIDO"
                       TO RTL-TEXT
               END-IF
           ELSE
               MOVE "ARQUIVO RECONSTRUIDO NAO CONFERE - VER DIFERENCAS"
                   TO RTL-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE WS-RCV-RPT-LINE FROM RCV-TEXT-LINE
               AFTER ADVANCING 2 LINES.

       0006-850-WRITE-COUNT.
           WRITE WS-RCV-RPT-LINE FROM RCV-COUNT-LINE
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * THE FILE NOW STANDS AT THE RECOVERY POINT: SAY SO ON THE
      * JOURNAL, SO NO LATER ROLL-FORWARD CROSSES THIS REPLACEMENT.
      ******************************************************************
       0007-MARK-REPLACED.
           MOVE "R" TO IJR-ACTION.
           MOVE SPACES TO IJR-AFTER-IMAGE.
           MOVE WS-BACKUP-DATE TO IJR-MARK-BACKUP.
           MOVE WS-LAST-DATE TO IJR-MARK-POINT-DATE.
           IF WS-LAST-DATE = ZEROS
               MOVE WS-BACKUP-DATE TO IJR-MARK-POINT-DATE
           END-IF.
           MOVE "INVRECOV" TO IJR-PROGRAM.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

       0008-FINALIZE.
           WRITE WS-RCV-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE RECOVREPORTFILE.
           IF WS-LOCK-TAKEN
               MOVE RETURN-CODE TO WS-SAVED-RC
               MOVE "FREE" TO RLOCK-ACTION
               MOVE "INVRECOV" TO RLOCK-OWNER
               CALL "RUNLOCK" USING RLOCK-RECORD
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = ZEROS
               DISPLAY 'RECUPERACAO DE BOOKINV CONCLUIDA - '
                   WS-APPLIED-COUNT ' LANCAMENTOS APLICADOS'
           ELSE
               DISPLAY 'RECUPERACAO DE BOOKINV COM PROBLEMAS - '
                   'VER INVRECOV.RPT'
           END-IF.

       0009-100-SCAN-TOUCHED.
           CONTINUE.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-PREFIX.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-INVJRNL-DAT.
           CALL "DATADIR" USING WS-PTH-INVRECOV-RPT.

       END PROGRAM INVRECOV.
