      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - THE BRANCH TILLS NOW SCAN THE BARCODE, SO A SALE
      *              MAY ARRIVE WITH THE 13-DIGIT ISBN IN PLACE OF THE
      *              5-DIGIT BOOK NUMBER (THE REST OF THE RECORD
      *              FOLLOWS IT UNCHANGED). SUCH A RECORD IS CHECKED
      *              THROUGH ISBNVALID AND TRANSLATED TO THE BOOK
      *              NUMBER THROUGH THE ISBNXREF.DAT CROSS-REFERENCE
      *              KEPT BY THE CADASTRO SCREENS BEFORE THE USUAL
      *              EDITS. AN INVALID OR UNKNOWN ISBN IS REJECTED
      *              WITH THE NEW REASON CODE 05 (ISBN NAO CADASTRADO),
      *              THE SCANNED ISBN KEPT AT THE END OF THE REJECT
      *              LINE FOR THE CORRECTION SCREEN. THE LIVE FILE IS
      *              REWRITTEN WHENEVER A RECORD WAS TRANSLATED SO
      *              EVERY OTHER READER OF BOOKSALES.DAT ONLY EVER
      *              SEES BOOK NUMBERS.
      * 15/10/2026 - THE REWRITTEN LIVE FILE ONLY REACHES THE STEPS
      *              AFTER THIS ONE. REVEXT AND INVRCPT READ
      *              BOOKSALES.DAT EARLIER IN THE RUN AND TRANSLATE
      *              SCANNED ISBNS THEMSELVES THROUGH THE SHARED
      *              ISBNXLAT ROUTINE, AGAINST THE SAME
      *              CROSS-REFERENCE, SO ALL THREE SEE THE SAME BOOK
      *              NUMBER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESEDIT.
           SELECT DUPREGFILE ASSIGN TO DYNAMIC WS-PTH-DUPREG-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRG-STATUS.

           SELECT ISBNXREFFILE ASSIGN TO DYNAMIC WS-PTH-ISBNXREF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-ISBN
               FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKSALESFILE.
           02 BSF-SALEDATE       PIC X(8).
           02 BSF-REGION         PIC X(3).
           02 BSF-CLIENTEID      PIC X(6).
       01  BSF-ISBN-RECORD.
           02 BSFI-ISBN          PIC X(13).
           02 BSFI-RESTO         PIC X(20).

       FD  ACCEPTEDFILE.
       01  ACC-RECORD            PIC X(25).
           02 FILLER             PIC X(01).
           02 REJ-REASON         PIC X(2).
           02 REJ-DATE           PIC 9(8).
           02 REJ-ISBN           PIC X(13).

       FD  ISBNXREFFILE.
       01  XREF-RECORD.
           02 XREF-ISBN          PIC X(13).
           02 XREF-BOOKNUM       PIC X(5).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BOOKSALES-DAT PIC X(44)
           VALUE "ASSETS/BOOKSALES.SUS".
       77  WS-PTH-DUPREG-DAT PIC X(44)
           VALUE "ASSETS/DUPREG.DAT".
       77  WS-PTH-ISBNXREF-DAT PIC X(44)
           VALUE "ASSETS/ISBNXREF.DAT".
       COPY RUNLOGREC.

       77  WS-BSF-STATUS         PIC X(02) VALUE SPACES.
       77  WS-REG-SOMA           PIC 9(3) VALUE ZEROS.
       77  WS-DUP-OVERFLOW-SW    PIC X(1) VALUE "N".
           88 WS-DUP-OVERFLOW    VALUE "Y".
       77  WS-XREF-STATUS        PIC X(02) VALUE SPACES.
           88 WS-XREF-STATUS-OK  VALUE "00".
       77  WS-XREF-OPEN-SW       PIC X(1) VALUE "N".
           88 WS-XREF-OPENED     VALUE "Y".
       77  WS-ISBN-VALID         PIC X(1) VALUE "N".
       77  WS-ISBN-COUNT         PIC 9(7) VALUE ZEROS.
       77  WS-ISBN-SCANNED       PIC X(13) VALUE SPACES.
       01  WS-BSF-WORK.
           05 WS-BSFW-BOOKNUM    PIC X(5).
           05 WS-BSFW-RESTO      PIC X(20).

       PROCEDURE DIVISION.
       0001-MAIN.
           MOVE "REJEITADOS" TO RLOG-STAT-LABEL.
           MOVE WS-REJECT-COUNT TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "ISBN TRADUZ." TO RLOG-STAT-LABEL.
           MOVE WS-ISBN-COUNT TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "SALESEDIT" TO RLOG-PROGRAM-NAME.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-RUN-SERIAL.
           PERFORM 0002-200-LOAD-DUP-REGISTER.
           OPEN INPUT ISBNXREFFILE.
           IF WS-XREF-STATUS-OK
               SET WS-XREF-OPENED TO TRUE
           END-IF.
           OPEN OUTPUT ACCEPTEDFILE.
           OPEN EXTEND REJECTFILE.
           IF WS-REJ-NOT-FOUND
       0003-EDIT-RECORD.
           ADD 1 TO WS-TOTAL-COUNT.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE SPACES TO WS-ISBN-SCANNED.
           IF BSFI-ISBN IS NUMERIC
               PERFORM 0003-050-TRANSLATE-ISBN
           END-IF.
           IF WS-EDIT-REASON = SPACES
               PERFORM 0003-100-EDIT-BOOKNUM
           END-IF.
           IF WS-EDIT-REASON = SPACES
               PERFORM 0003-200-EDIT-COPIES
           END-IF.
               MOVE BSF-RECORD TO REJ-IMAGE
               MOVE WS-EDIT-REASON TO REJ-REASON
               MOVE WS-RUN-DATE-NUM TO REJ-DATE
               MOVE WS-ISBN-SCANNED TO REJ-ISBN
               WRITE REJ-RECORD
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM 0002-500-READ-SALE.

       0003-050-TRANSLATE-ISBN.
           MOVE BSFI-ISBN TO WS-ISBN-SCANNED.
           MOVE BSFI-RESTO TO WS-BSFW-RESTO.
           MOVE SPACES TO WS-BSFW-BOOKNUM.
           CALL "ISBNVALID" USING WS-ISBN-SCANNED WS-ISBN-VALID.
           IF WS-ISBN-VALID = "Y" AND WS-XREF-OPENED
               MOVE WS-ISBN-SCANNED TO XREF-ISBN
               READ ISBNXREFFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE XREF-BOOKNUM TO WS-BSFW-BOOKNUM
               END-READ
           END-IF.
           MOVE SPACES TO BSF-ISBN-RECORD.
           MOVE WS-BSF-WORK TO BSF-RECORD.
           IF WS-BSFW-BOOKNUM = SPACES
               MOVE "05" TO WS-EDIT-REASON
           ELSE
               MOVE SPACES TO WS-ISBN-SCANNED
               ADD 1 TO WS-ISBN-COUNT
           END-IF.

       0003-100-EDIT-BOOKNUM.
           IF BSF-BOOKNUM = SPACES
              OR BSF-BOOKNUM IS NOT NUMERIC
           END-IF.
           CLOSE ACCEPTEDFILE.
           CLOSE REJECTFILE.
           IF WS-XREF-OPENED
               CLOSE ISBNXREFFILE
           END-IF.
           IF (WS-REJECT-COUNT > ZEROS
               OR WS-SUSPECT-COUNT > ZEROS
               OR WS-ISBN-COUNT > ZEROS)
              AND WS-BSF-STATUS = "10"
               PERFORM 0004-300-REWRITE-LIVE
           END-IF.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-REJ.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-SUS.
           CALL "DATADIR" USING WS-PTH-DUPREG-DAT.
           CALL "DATADIR" USING WS-PTH-ISBNXREF-DAT.

       END PROGRAM SALESEDIT.
