      *              ON-HAND BALANCE; A BLANK REGION FROM AN OLD FEED
      *              POSTS TO THE MATRIZ BRANCH "MTZ". THE EXCEPTION
      *              LINES NOW NAME THE BRANCH.
      * 15/10/2026 - ONLINE-SHOP SALES ARE WRITTEN BY WEBPED UNDER THE
      *              WEB REGION CODE ON WEBCTL.DAT, AND WEBPED HAS
      *              ALREADY TAKEN THOSE COPIES OFF THE DESPATCH
      *              BRANCH WHEN THE PARCEL WAS PICKED. CHECKPOINT
      *              GROUPS IN THE WEB REGION ARE NOW LISTED AS
      *              ALREADY POSTED AND LEFT ALONE, SO THE STOCK IS
      *              NOT TAKEN TWICE. WITHOUT WEBCTL.DAT NOTHING IS
      *              SKIPPED.
      * 15/10/2026 - EVERY ON-HAND POSTED IS NOW JOURNALED (BEFORE AND
      *              AFTER IMAGE, THROUGH INVJRNL) SO A BOOKINV.DAT
      *              RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY
      *              INVRECOV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPOST.
               RECORD KEY IS BIF-KEY
               FILE STATUS IS WS-BIF-STATUS.

           SELECT WEBCTLFILE ASSIGN TO DYNAMIC WS-PTH-WEBCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCT-STATUS.

           SELECT INVPOSTREPORTFILE ASSIGN TO DYNAMIC WS-PTH-INVPOST-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 BIF-REORDER-POINT   PIC 9(5).
           02 BIF-ORDER-QTY       PIC 9(5).

       FD  WEBCTLFILE.
       01  WCT-RECORD.
           02 WCT-FILIAL         PIC X(3).
           02 WCT-REGIAO         PIC X(3).
           02 FILLER             PIC X(20).

       FD  INVPOSTREPORTFILE.
       01  WS-INVPOST-RPT-LINE    PIC X(90).

           VALUE "ASSETS/WORKCKPT.DAT".
       77  WS-PTH-BOOKINV-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-WEBCTL-DAT PIC X(44)
           VALUE "ASSETS/WEBCTL.DAT".
       77  WS-PTH-INVPOST-RPT PIC X(44)
           VALUE "ASSETS/INVPOST.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY INVJRNREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-CKPT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-CKPT-STATUS-OK  VALUE "00".
       77  WS-BIF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BIF-STATUS-OK   VALUE "00".
       77  WS-WCT-STATUS         PIC X(02) VALUE SPACES.
           88 WS-WCT-STATUS-OK   VALUE "00".
       77  WS-WEB-REGIAO         PIC X(3) VALUE SPACES.

       77  WS-PREV-BOOKNUM       PIC X(5).
       77  WS-PREV-REGION        PIC X(3).
       77  WS-NEW-ONHAND         PIC S9(6) VALUE ZEROS.
       77  WS-POSTED-COUNT       PIC 9(05) VALUE ZEROS.
       77  WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZEROS.
       77  WS-WEB-COUNT          PIC 9(05) VALUE ZEROS.

       01  INVPOST-DETAIL-LINE.
           05 FILLER             PIC X(06) VALUE "LIVRO ".
              VALUE " SEM REGISTRO EM BOOKINV - LIQUIDO".
           05 IPXO-NET           PIC -ZZZZ9.

       01  INVPOST-WEB-LINE.
           05 FILLER             PIC X(06) VALUE "LIVRO ".
           05 IPXW-BOOKNUM       PIC X(5).
           05 FILLER             PIC X(08) VALUE " REGIAO ".
           05 IPXW-REGIAO        PIC X(3).
           05 FILLER             PIC X(10) VALUE "  LIQUIDO ".
           05 IPXW-NET           PIC -ZZZZ9.
           05 FILLER             PIC X(30)
              VALUE "  JA BAIXADO NA EXPEDICAO WEB".

       01  INVPOST-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "LIVROS POSTADOS:              ".
              VALUE "EXCECOES DE ESTOQUE:          ".
           05 IPX-TOT-EXCP       PIC ZZZZ9.

       01  INVPOST-WEB-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "JA BAIXADOS NA EXPEDICAO WEB: ".
           05 IPX-TOT-WEB        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           OPEN INPUT WEBCTLFILE.
           IF WS-WCT-STATUS-OK
               READ WEBCTLFILE
                   NOT AT END MOVE WCT-REGIAO TO WS-WEB-REGIAO
               END-READ
               CLOSE WEBCTLFILE
           END-IF.
           OPEN INPUT CHECKPOINTFILE.
           IF NOT WS-CKPT-STATUS-OK
               DISPLAY 'ERRO AO ABRIR CHECKPOINTFILE - STATUS '
               ADD CKPT-COPIES TO WS-NET-COPIES
               PERFORM 0002-500-READ-CHECKPOINT
           END-PERFORM.
           IF WS-WEB-REGIAO NOT = SPACES
              AND WS-PREV-REGION = WS-WEB-REGIAO
               PERFORM 0003-800-LOG-WEB-SALE
           ELSE
               PERFORM 0003-500-APPLY-TO-INVENTORY
           END-IF.

       0003-500-APPLY-TO-INVENTORY.
           MOVE WS-PREV-BOOKNUM TO BIF-BOOKNUM.
           END-READ.

       0003-600-POST-ONHAND.
           MOVE BIF-RECORD TO IJR-BEFORE-IMAGE.
           COMPUTE WS-NEW-ONHAND = BIF-ONHAND - WS-NET-COPIES.
           IF WS-NEW-ONHAND < ZEROS
               MOVE WS-PREV-BOOKNUM TO IPXN-BOOKNUM
                   DISPLAY 'ERRO AO REGRAVAR ESTOQUE DO LIVRO '
                       WS-PREV-BOOKNUM ' - STATUS ' WS-BIF-STATUS
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0003-650-JOURNAL-ONHAND
           END-REWRITE.
           ADD 1 TO WS-POSTED-COUNT.

       0003-650-JOURNAL-ONHAND.
           MOVE "INVPOST" TO IJR-PROGRAM.
           MOVE BIF-RECORD TO IJR-AFTER-IMAGE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

       0003-700-LOG-NO-INVENTORY.
           MOVE WS-PREV-BOOKNUM TO IPXO-BOOKNUM.
           MOVE BIF-FILIAL TO IPXO-FILIAL.
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

       0003-800-LOG-WEB-SALE.
           MOVE WS-PREV-BOOKNUM TO IPXW-BOOKNUM.
           MOVE WS-PREV-REGION TO IPXW-REGIAO.
           MOVE WS-NET-COPIES TO IPXW-NET.
           WRITE WS-INVPOST-RPT-LINE FROM INVPOST-WEB-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-WEB-COUNT.

       0004-FINALIZE.
           MOVE WS-POSTED-COUNT TO IPX-TOT-POSTED.
           WRITE WS-INVPOST-RPT-LINE FROM INVPOST-TOTAL-LINE
           MOVE WS-EXCEPTION-COUNT TO IPX-TOT-EXCP.
           WRITE WS-INVPOST-RPT-LINE FROM INVPOST-EXCP-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-WEB-COUNT TO IPX-TOT-WEB.
           WRITE WS-INVPOST-RPT-LINE FROM INVPOST-WEB-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-INVPOST-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE INVPOSTREPORTFILE.
       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-WORKCKPT-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-WEBCTL-DAT.
           CALL "DATADIR" USING WS-PTH-INVPOST-RPT.

       END PROGRAM INVPOST.
