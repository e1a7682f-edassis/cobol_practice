      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. HOUSEKEEP'S NIGHTLY BACKUP OF
      *              BOOKINV.DAT WAS THE ONLY WAY BACK FROM A DAMAGED
      *              INDEX, AND EVERY POSTING SINCE THE BACKUP WAS
      *              LOST WITH NO WAY OF TELLING WHICH RUNS TO REPEAT.
      *              THIS ROUTINE KEEPS THE INVENTORY JOURNAL
      *              ASSETS/INVJRNL.DAT: ONE LINE WITH THE BEFORE AND
      *              AFTER IMAGE OF EVERY BOOKINV RECORD WRITTEN OR
      *              REWRITTEN (SEE INVJRNREC.CPY FOR THE CALLING
      *              CONVENTION), PLUS HOUSEKEEP'S BACKUP AND RELOAD
      *              MARKERS, SO INVRECOV CAN ROLL A BACKUP FORWARD.
      *              LIKE RUNLOG IT OPENS, APPENDS AND CLOSES ON EVERY
      *              CALL, SO A LINE IS ON DISK BEFORE THE CALLER
      *              MOVES ON, AND IT HANDS THE CALLER'S RETURN-CODE
      *              BACK UNCHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVJRNL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVJOURNALFILE ASSIGN TO DYNAMIC WS-PTH-INVJRNL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVJOURNALFILE.
       01  JRN-LINE                PIC X(91).

       WORKING-STORAGE SECTION.
       77  WS-PTH-INVJRNL-DAT PIC X(44)
           VALUE "ASSETS/INVJRNL.DAT".
       77  WS-JRN-STATUS           PIC X(02) VALUE SPACES.
           88 WS-JRN-STATUS-OK     VALUE "00".
           88 WS-JRN-NOT-FOUND     VALUE "35".
       77  WS-PATHS-SW             PIC X(01) VALUE "N".
           88 WS-PATHS-SET         VALUE "Y".

       01  WS-IMAGE-VIEW.
           05 WS-IMG-KEY           PIC X(08).
           05 WS-IMG-ONHAND        PIC 9(05).
           05 FILLER               PIC X(10).

       LINKAGE SECTION.
       COPY INVJRNREC.

       PROCEDURE DIVISION USING IJR-RECORD.
       0001-MAIN.
           IF NOT WS-PATHS-SET
               PERFORM 0000-SET-DATA-PATHS
               SET WS-PATHS-SET TO TRUE
           END-IF.
           ACCEPT IJR-DATE FROM DATE YYYYMMDD.
           ACCEPT IJR-TIME FROM TIME.
           IF IJR-BACKUP-MARK OR IJR-REPLACE-MARK
               MOVE SPACES TO IJR-KEY IJR-BEFORE-IMAGE
               MOVE ZEROS TO IJR-OLD-ONHAND IJR-NEW-ONHAND
           ELSE
               PERFORM 0002-BUILD-ENTRY
           END-IF.
           PERFORM 0003-APPEND-JOURNAL.
           MOVE SPACES TO IJR-ACTION.
           MOVE IJR-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       0002-BUILD-ENTRY.
           MOVE IJR-AFTER-IMAGE TO WS-IMAGE-VIEW.
           MOVE WS-IMG-KEY TO IJR-KEY.
           MOVE WS-IMG-ONHAND TO IJR-NEW-ONHAND.
           IF IJR-BEFORE-IMAGE = SPACES
               MOVE "I" TO IJR-ACTION
               MOVE ZEROS TO IJR-OLD-ONHAND
           ELSE
               MOVE "A" TO IJR-ACTION
               MOVE IJR-BEFORE-IMAGE TO WS-IMAGE-VIEW
               MOVE WS-IMG-ONHAND TO IJR-OLD-ONHAND
           END-IF.

       0003-APPEND-JOURNAL.
           OPEN EXTEND INVJOURNALFILE.
           IF WS-JRN-NOT-FOUND
               OPEN OUTPUT INVJOURNALFILE
           END-IF.
           IF WS-JRN-STATUS-OK
               WRITE JRN-LINE FROM IJR-ENTRY
               CLOSE INVJOURNALFILE
           ELSE
               DISPLAY 'AVISO: DIARIO DE ESTOQUE NAO GRAVADO - STATUS '
                   WS-JRN-STATUS ' - ' IJR-PROGRAM ' ' IJR-KEY
           END-IF.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-INVJRNL-DAT.

       END PROGRAM INVJRNL.
