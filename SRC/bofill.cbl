      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - EVERY STOCK CHANGE IS NOW JOURNALED (BEFORE AND
      *              AFTER IMAGE, THROUGH INVJRNL) SO A BOOKINV.DAT
      *              RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY
      *              INVRECOV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOFILL.
           VALUE "ASSETS/LOSTSALES.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY INVJRNREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-BOF-STATUS         PIC X(02) VALUE SPACES.
                   SET WS-EOF-BRANCHES TO TRUE
               ELSE
                   IF BIF-ONHAND NOT < BO-QTY
                       MOVE BIF-RECORD TO IJR-BEFORE-IMAGE
                       SUBTRACT BO-QTY FROM BIF-ONHAND
                       REWRITE BIF-RECORD
                           INVALID KEY
                                   WS-BIF-STATUS
                               MOVE 1 TO RETURN-CODE
                           NOT INVALID KEY
                               PERFORM 0003-360-JOURNAL-FILL
                               MOVE "F" TO BO-STATUS
                               MOVE WS-RUN-DATE-NUM TO BO-FILL-DATE
                               PERFORM 0003-500-REPORT-FILL
               END-IF
           END-IF.

       0003-360-JOURNAL-FILL.
           MOVE "BOFILL" TO IJR-PROGRAM.
           MOVE BIF-RECORD TO IJR-AFTER-IMAGE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

       0003-500-REPORT-FILL.
           MOVE BO-BOOKNUM TO BFL-BOOKNUM.
           MOVE BO-CLIENTEID TO BFL-CLIENTE.
