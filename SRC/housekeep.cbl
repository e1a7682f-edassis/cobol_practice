      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - BOOKMF AND CADASTRO RECORDS GREW TO 73 BYTES (THE
      *              DEFAULT SUPPLIER CODE); THE KEY-PLUS-FILLER VIEWS
      *              FOLLOW. THE 80-BYTE BACKUP RECORD STILL HOLDS THEM.
      * 15/10/2026 - BOOKMF AND CADASTRO RECORDS GREW TO 76 BYTES (THE
      *              SUBJECT CATEGORY CODE); THE KEY-PLUS-FILLER VIEWS
      *              FOLLOW.
      * 15/10/2026 - CADASTRO RECORD GREW TO 89 BYTES (THE ISBN-13),
      *              PAST THE OLD 80-BYTE BACKUP RECORD, SO THE BACKUP
      *              RECORD, ITS HEADER AND THE WORK AREA ARE NOW 100
      *              BYTES. OLDER, SHORTER BACKUPS STILL RELOAD.
      * 15/10/2026 - THE BOOKINV UNLOAD NOW PUTS A BACKUP MARKER ON THE
      *              INVENTORY JOURNAL (INVJRNL.DAT) JUST BEFORE IT
      *              STARTS, AND A BOOKINV RELOAD PUTS A REPLACEMENT
      *              MARKER AFTER IT, SO INVRECOV KNOWS WHICH JOURNAL
      *              ENTRIES FOLLOW WHICH BACKUP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.
       01  BMF-RECORD.
           88 ENDOFMASTER-BMF      VALUE HIGH-VALUES.
           02 BMF-BOOKNUM          PIC X(5).
           02 FILLER               PIC X(71).

       FD  CADASTROFILE.
       01  CAD-RECORD.
           88 ENDOFMASTER-CAD      VALUE HIGH-VALUES.
           02 CAD-BOOKNUM          PIC X(5).
           02 FILLER               PIC X(84).

       FD  EMPLOYEEMASTERFILE.
       01  WS-EMP-RECORD.
       FD  MASTERBACKUP.
       01  BKP-RECORD.
           88 ENDOFBACKUP          VALUE HIGH-VALUES.
           02 FILLER               PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       COPY RUNLOGREC.
       COPY RUNLOCKREC.
       COPY INVJRNREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-MST-STATUS           PIC X(2) VALUE SPACES.
       01  WS-BACKUP-HEADER.
           05 FILLER               PIC X(4) VALUE "*HDR".
           05 WS-HDR-DATE          PIC 9(8).
           05 FILLER               PIC X(88) VALUE SPACES.

       01  WS-BKP-WORK             PIC X(100).

       PROCEDURE DIVISION.
       0001-MAIN.
               DISPLAY 'BOOKINV INDISPONIVEL - STATUS ' WS-MST-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "B" TO IJR-ACTION
               MOVE SPACES TO IJR-AFTER-IMAGE
               MOVE WS-RUN-DATE-NUM TO IJR-MARK-BACKUP
               PERFORM 0007-JOURNAL-MARK
               OPEN OUTPUT MASTERBACKUP
               MOVE WS-RUN-DATE-NUM TO WS-HDR-DATE
               WRITE BKP-RECORD FROM WS-BACKUP-HEADER
               END-READ
           END-PERFORM.
           CLOSE BOOKINVENTORYFILE.
           MOVE "R" TO IJR-ACTION.
           MOVE SPACES TO IJR-AFTER-IMAGE.
           MOVE WS-RELOAD-DATE TO IJR-MARK-BACKUP.
           PERFORM 0007-JOURNAL-MARK.

      * THE FILE NOW HOLDS THE BACKUP'S BALANCES: INVRECOV ROLLS THIS
      * BACKUP FORWARD FROM HERE, AND NO EARLIER ENTRY APPLIES TO IT.
       0007-JOURNAL-MARK.
           MOVE "HOUSEKEEP" TO IJR-PROGRAM.
           MOVE ZEROS TO IJR-MARK-POINT-DATE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

       0005-FINALIZE.
           IF WS-LOCK-TAKEN
