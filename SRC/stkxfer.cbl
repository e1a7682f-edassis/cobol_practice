      *              LISTED ON STKXFER.RPT. A CLEAN RUN REWRITES THE
      *              TRANSACTION FILE EMPTY SO IT CANNOT POST TWICE;
      *              A MISSING FILE MEANS NO TRANSFERS TODAY.
      * 15/10/2026 - EVERY POSTED TRANSFER IS NOW APPENDED TO
      *              XFERADJ.DAT (RUN DATE AND TIME, BOOK, FROM AND TO
      *              BRANCH, QUANTITY, TRANSFER DATE AND THE VALUE AT
      *              THE MOVING-AVERAGE COST ON CUSTOMF.DAT, LAST COST
      *              WHEN THERE IS NO AVERAGE YET - THE PERDAPOST
      *              RULE), SO THE BRANCH P&L (DREFIL) CAN SHOW THE
      *              STOCK EACH BRANCH SENT AND RECEIVED AT COST.
      * 15/10/2026 - EVERY STOCK CHANGE IS NOW JOURNALED (BEFORE AND
      *              AFTER IMAGE, THROUGH INVJRNL) SO A BOOKINV.DAT
      *              RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY
      *              INVRECOV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKXFER.
               RECORD KEY IS BIF-KEY
               FILE STATUS IS WS-BIF-STATUS.

           SELECT COSTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BOOKNUM
               FILE STATUS IS WS-CST-STATUS.

           SELECT XFERADJFILE ASSIGN TO DYNAMIC WS-PTH-XFERADJ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XAJ-STATUS.

           SELECT XFERREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-STKXFER-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
           02 BIF-REORDER-POINT   PIC 9(5).
           02 BIF-ORDER-QTY       PIC 9(5).

       FD  COSTMASTERFILE.
       01  CST-RECORD.
           05 CST-BOOKNUM        PIC X(5).
           05 CST-CUSTO-MEDIO    PIC 9(5)V99.
           05 CST-ULT-CUSTO      PIC 9(5)V99.
           05 CST-ULT-DATA       PIC 9(8).

       FD  XFERADJFILE.
       01  XAJ-RECORD.
           05 XAJ-DATE           PIC 9(8).
           05 XAJ-TIME           PIC 9(8).
           05 XAJ-BOOKNUM        PIC X(5).
           05 XAJ-FILIAL-DE      PIC X(3).
           05 XAJ-FILIAL-PARA    PIC X(3).
           05 XAJ-QTY            PIC 9(5).
           05 XAJ-DATA-XFER      PIC 9(8).
           05 XAJ-CUSTO-UNIT     PIC 9(5)V99.
           05 XAJ-VALOR          PIC 9(10)V99.

       FD  XFERREPORTFILE.
       01  WS-XFER-RPT-LINE      PIC X(90).

           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-STKXFER-RPT PIC X(44)
           VALUE "ASSETS/STKXFER.RPT".
       77  WS-PTH-CUSTOMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTOMF.DAT".
       77  WS-PTH-XFERADJ-DAT PIC X(44)
           VALUE "ASSETS/XFERADJ.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY INVJRNREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-XFR-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BIF-STATUS-OK   VALUE "00".
       77  WS-XFR-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-XFR-OPENED      VALUE "Y".
       77  WS-CST-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CST-STATUS-OK   VALUE "00".
       77  WS-CST-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CST-OPENED      VALUE "Y".
       77  WS-XAJ-STATUS         PIC X(02) VALUE SPACES.
           88 WS-XAJ-NOT-FOUND   VALUE "35".
       77  WS-CUSTO-UNIT         PIC 9(5)V99 VALUE ZEROS.
       77  WS-VALOR              PIC 9(10)V99 VALUE ZEROS.
       77  WS-POSTED-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-REJECT-COUNT      PIC 9(5) VALUE ZEROS.

           CALL "DATADIR" USING WS-PTH-STKXFER-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-STKXFER-RPT.
           CALL "DATADIR" USING WS-PTH-CUSTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-XFERADJ-DAT.

       0001-500-LOG-START.
           MOVE "STKXFER" TO RLOG-PROGRAM-NAME.
                       MOVE 1 TO RETURN-CODE
                       SET ENDOFXFER TO TRUE
                   ELSE
                       PERFORM 0002-300-OPEN-COST
                       PERFORM 0002-500-READ-XFER
                   END-IF
               END-IF
           END-IF.

       0002-300-OPEN-COST.
           OPEN INPUT COSTMASTERFILE.
           IF WS-CST-STATUS-OK
               SET WS-CST-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: CUSTOMF.DAT INDISPONIVEL - STATUS '
                   WS-CST-STATUS ' - TRANSFERENCIAS SEM CUSTO'
           END-IF.

       0002-500-READ-XFER.
           READ XFERFILE
               AT END SET ENDOFXFER TO TRUE
                       END-WRITE
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE BIF-RECORD TO IJR-BEFORE-IMAGE
                       SUBTRACT XFR-QTY FROM BIF-ONHAND
                       REWRITE BIF-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO BAIXAR ORIGEM'
                               MOVE 1 TO RETURN-CODE
                           NOT INVALID KEY
                               PERFORM 0003-550-JOURNAL-TRANSFER
                               PERFORM 0003-500-CREDIT-DEST
                       END-REWRITE
                   END-IF
           MOVE XFR-FILIAL-PARA TO BIF-FILIAL.
           READ BOOKINVENTORYFILE
               INVALID KEY
                   MOVE SPACES TO IJR-BEFORE-IMAGE
                   MOVE XFR-BOOKNUM TO BIF-BOOKNUM
                   MOVE XFR-FILIAL-PARA TO BIF-FILIAL
                   MOVE XFR-QTY TO BIF-ONHAND
                       INVALID KEY
                           DISPLAY 'ERRO AO CRIAR DESTINO'
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM 0003-550-JOURNAL-TRANSFER
                   END-WRITE
               NOT INVALID KEY
                   MOVE BIF-RECORD TO IJR-BEFORE-IMAGE
                   ADD XFR-QTY TO BIF-ONHAND
                   REWRITE BIF-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO CREDITAR DESTINO'
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           PERFORM 0003-550-JOURNAL-TRANSFER
                   END-REWRITE
           END-READ.
           MOVE " POSTADA" TO XDL-TEXT.
           WRITE WS-XFER-RPT-LINE FROM XFER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-POSTED-COUNT.
           PERFORM 0003-600-GET-COST.
           PERFORM 0003-700-WRITE-XFER-LOG.

       0003-550-JOURNAL-TRANSFER.
           MOVE "STKXFER" TO IJR-PROGRAM.
           MOVE BIF-RECORD TO IJR-AFTER-IMAGE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

       0003-600-GET-COST.
           MOVE ZEROS TO WS-CUSTO-UNIT.
           IF WS-CST-OPENED
               MOVE XFR-BOOKNUM TO CST-BOOKNUM
               READ COSTMASTERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CST-CUSTO-MEDIO > ZEROS
                           MOVE CST-CUSTO-MEDIO TO WS-CUSTO-UNIT
                       ELSE
                           MOVE CST-ULT-CUSTO TO WS-CUSTO-UNIT
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-VALOR ROUNDED = XFR-QTY * WS-CUSTO-UNIT.

       0003-700-WRITE-XFER-LOG.
           OPEN EXTEND XFERADJFILE.
           IF WS-XAJ-NOT-FOUND
               OPEN OUTPUT XFERADJFILE
           END-IF.
           MOVE WS-RUN-DATE-NUM TO XAJ-DATE.
           ACCEPT XAJ-TIME FROM TIME.
           MOVE XFR-BOOKNUM TO XAJ-BOOKNUM.
           MOVE XFR-FILIAL-DE TO XAJ-FILIAL-DE.
           MOVE XFR-FILIAL-PARA TO XAJ-FILIAL-PARA.
           MOVE XFR-QTY TO XAJ-QTY.
           IF XFR-DATE IS NUMERIC AND XFR-DATE > ZEROS
               MOVE XFR-DATE TO XAJ-DATA-XFER
           ELSE
               MOVE WS-RUN-DATE-NUM TO XAJ-DATA-XFER
           END-IF.
           MOVE WS-CUSTO-UNIT TO XAJ-CUSTO-UNIT.
           MOVE WS-VALOR TO XAJ-VALOR.
           WRITE XAJ-RECORD.
           CLOSE XFERADJFILE.

       0004-FINALIZE.
           MOVE WS-POSTED-COUNT TO XTL-COUNT.
               IF WS-BIF-STATUS-OK
                   CLOSE BOOKINVENTORYFILE
               END-IF
               IF WS-CST-OPENED
                   CLOSE COSTMASTERFILE
               END-IF
               IF RETURN-CODE = ZERO
                   OPEN OUTPUT XFERFILE
                   CLOSE XFERFILE
