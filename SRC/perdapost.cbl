      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. DAMAGED, STOLEN AND SAMPLE COPIES
      *              USED TO STAY ON BOOKINV.DAT UNTIL THE ANNUAL COUNT,
      *              WHERE THEY SURFACED AS UNEXPLAINED VARIANCE. THIS
      *              STEP POSTS THE WRITE-OFFS KEYED ON THE MENU'S
      *              OPTION B INTO PERDATRANS.DAT (BOOK, BRANCH,
      *              QUANTITY, REASON D=DAMAGED F=THEFT A=SAMPLE OR
      *              PROMOTIONAL O=OTHER, OPERATOR, DATE): THE COPIES
      *              LEAVE THE BRANCH'S ON-HAND AND EVERY POSTING IS
      *              APPENDED TO PERDAADJ.DAT, THE WRITE-OFF COUNTERPART
      *              OF STOCKADJ.DAT, WITH THE BEFORE AND AFTER
      *              BALANCES, THE REASON, THE OPERATOR AND THE VALUE
      *              AT THE MOVING-AVERAGE COST ON CUSTOMF.DAT (LAST
      *              COST WHEN THERE IS NO AVERAGE YET). PERDAADJ.DAT
      *              FEEDS THE MONTHLY SHRINKAGE REPORT (PERDAMES) AND
      *              THE SHRINKAGE PAIR IN GLEXT. A WRITE-OFF THAT
      *              WOULD DRIVE THE BALANCE NEGATIVE, FOR A BRANCH
      *              WITH NO RECORD OF THE TITLE, OR WITH AN UNKNOWN
      *              REASON IS REFUSED AND LISTED ON PERDAPOST.RPT. A
      *              CLEAN RUN REWRITES THE TRANSACTION FILE EMPTY SO
      *              IT CANNOT POST TWICE; A MISSING FILE MEANS NO
      *              WRITE-OFFS TODAY.
      * 15/10/2026 - EVERY STOCK CHANGE IS NOW JOURNALED (BEFORE AND
      *              AFTER IMAGE, THROUGH INVJRNL) SO A BOOKINV.DAT
      *              RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY
      *              INVRECOV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDAPOST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDATRANSFILE ASSIGN TO DYNAMIC
               WS-PTH-PERDATRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.

           SELECT BOOKINVENTORYFILE ASSIGN TO DYNAMIC
               WS-PTH-BOOKINV-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIF-KEY
               FILE STATUS IS WS-BIF-STATUS.

           SELECT COSTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BOOKNUM
               FILE STATUS IS WS-CST-STATUS.

           SELECT PERDAADJFILE ASSIGN TO DYNAMIC WS-PTH-PERDAADJ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT PERDAREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-PERDAPOST-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERDATRANSFILE.
       01  PERD-RECORD.
           88 ENDOFPERDA         VALUE HIGH-VALUES.
           05 PERD-BOOKNUM       PIC X(5).
           05 PERD-FILIAL        PIC X(3).
           05 PERD-QTY           PIC 9(5).
           05 PERD-MOTIVO        PIC X(1).
              88 PERD-MOTIVO-OK  VALUE "D" "F" "A" "O".
           05 PERD-OPERADOR      PIC X(8).
           05 PERD-DATA          PIC 9(8).

       FD  BOOKINVENTORYFILE.
       01  BIF-RECORD.
           02 BIF-KEY.
              03 BIF-BOOKNUM      PIC X(5).
              03 BIF-FILIAL       PIC X(3).
           02 BIF-ONHAND          PIC 9(5).
           02 BIF-REORDER-POINT   PIC 9(5).
           02 BIF-ORDER-QTY       PIC 9(5).

       FD  COSTMASTERFILE.
       01  CST-RECORD.
           05 CST-BOOKNUM        PIC X(5).
           05 CST-CUSTO-MEDIO    PIC 9(5)V99.
           05 CST-ULT-CUSTO      PIC 9(5)V99.
           05 CST-ULT-DATA       PIC 9(8).

       FD  PERDAADJFILE.
       01  ADJ-RECORD.
           05 ADJ-DATE           PIC 9(8).
           05 ADJ-TIME           PIC 9(8).
           05 ADJ-BOOKNUM        PIC X(5).
           05 ADJ-FILIAL         PIC X(3).
           05 ADJ-SALDO-ANT      PIC 9(5).
           05 ADJ-SALDO-NOVO     PIC 9(5).
           05 ADJ-VARIACAO       PIC S9(6).
           05 ADJ-MOTIVO         PIC X(1).
           05 ADJ-OPERADOR       PIC X(8).
           05 ADJ-DATA-BAIXA     PIC 9(8).
           05 ADJ-CUSTO-UNIT     PIC 9(5)V99.
           05 ADJ-VALOR          PIC 9(10)V99.

       FD  PERDAREPORTFILE.
       01  WS-PERDA-RPT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-PERDATRANS-DAT PIC X(44)
           VALUE "ASSETS/PERDATRANS.DAT".
       77  WS-PTH-BOOKINV-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-CUSTOMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTOMF.DAT".
       77  WS-PTH-PERDAADJ-DAT PIC X(44)
           VALUE "ASSETS/PERDAADJ.DAT".
       77  WS-PTH-PERDAPOST-RPT PIC X(44)
           VALUE "ASSETS/PERDAPOST.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY INVJRNREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-PERDA-RPT-LEN      PIC 9(03) VALUE 100.
       77  WS-PERD-STATUS        PIC X(02) VALUE SPACES.
           88 WS-PERD-STATUS-OK  VALUE "00".
           88 WS-PERD-NOT-FOUND  VALUE "35".
       77  WS-BIF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BIF-STATUS-OK   VALUE "00".
       77  WS-CST-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CST-STATUS-OK   VALUE "00".
       77  WS-ADJ-STATUS         PIC X(02) VALUE SPACES.
           88 WS-ADJ-STATUS-OK   VALUE "00".
           88 WS-ADJ-NOT-FOUND   VALUE "35".

       77  WS-PERD-OPEN-SW       PIC X(01) VALUE "N".
           88 WS-PERD-OPENED     VALUE "Y".
       77  WS-BIF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BIF-OPENED      VALUE "Y".
       77  WS-CST-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CST-OPENED      VALUE "Y".

       77  WS-FILIAL             PIC X(3) VALUE SPACES.
       77  WS-MOTIVO-TEXTO       PIC X(35) VALUE SPACES.
       77  WS-SALDO-ANT          PIC 9(5) VALUE ZEROS.
       77  WS-CUSTO-UNIT         PIC 9(5)V99 VALUE ZEROS.
       77  WS-VALOR              PIC 9(10)V99 VALUE ZEROS.
       77  WS-LIDAS-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-POSTED-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-REJECT-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-SEM-CUSTO-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-COPIAS       PIC 9(7) VALUE ZEROS.
       77  WS-TOTAL-VALOR        PIC 9(11)V99 VALUE ZEROS.

       01  PERDA-HEADING.
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(05) VALUE "FIL.".
           05 FILLER             PIC X(07) VALUE "  QTD".
           05 FILLER             PIC X(04) VALUE "MOT".
           05 FILLER             PIC X(10) VALUE "OPERADOR".
           05 FILLER             PIC X(10) VALUE "DATA".
           05 FILLER             PIC X(15) VALUE "   VALOR CUSTO".
           05 FILLER             PIC X(08) VALUE "SITUACAO".

       01  PERDA-DETAIL-LINE.
           05 PDL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-FILIAL         PIC X(3).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-QTY            PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-MOTIVO         PIC X(1).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 PDL-OPERADOR       PIC X(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-DATA           PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-VALOR          PIC Z(9)9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 PDL-TEXT           PIC X(35).

       01  PERDA-TOTAL-LID-LINE.
           05 FILLER             PIC X(30)
              VALUE "BAIXAS LIDAS:                 ".
           05 PTL-LIDAS          PIC ZZZZ9.

       01  PERDA-TOTAL-POS-LINE.
           05 FILLER             PIC X(30)
              VALUE "BAIXAS POSTADAS:              ".
           05 PTL-POSTED         PIC ZZZZ9.

       01  PERDA-TOTAL-REJ-LINE.
           05 FILLER             PIC X(30)
              VALUE "BAIXAS RECUSADAS:             ".
           05 PTL-REJECT         PIC ZZZZ9.

       01  PERDA-TOTAL-SCU-LINE.
           05 FILLER             PIC X(30)
              VALUE "POSTADAS SEM CUSTO:           ".
           05 PTL-SEM-CUSTO      PIC ZZZZ9.

       01  PERDA-TOTAL-CPS-LINE.
           05 FILLER             PIC X(30)
              VALUE "COPIAS BAIXADAS:              ".
           05 PTL-COPIAS         PIC ZZZZZZ9.

       01  PERDA-TOTAL-VAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "VALOR BAIXADO (CUSTO):        ".
           05 PTL-VALOR          PIC Z(10)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-POST-WRITE-OFF UNTIL ENDOFPERDA.
           PERFORM 0004-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-PERDATRANS-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-PERDAADJ-DAT.
           CALL "DATADIR" USING WS-PTH-PERDAPOST-RPT.

       0001-500-LOG-START.
           MOVE "PERDAPOST" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "PERDAPOST" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           OPEN OUTPUT PERDAREPORTFILE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "BAIXAS DE ESTOQUE - AVARIA, FURTO E AMOSTRA"
               TO RPT-BH-TITLE.
           WRITE WS-PERDA-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-PERDA-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PERDA-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PERDA-RPT-LINE FROM PERDA-HEADING
               AFTER ADVANCING 2 LINES.
           OPEN INPUT PERDATRANSFILE.
           IF WS-PERD-NOT-FOUND
               DISPLAY 'SEM BAIXAS DE ESTOQUE HOJE'
               SET ENDOFPERDA TO TRUE
           ELSE
               IF NOT WS-PERD-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR PERDATRANS - STATUS '
                       WS-PERD-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET ENDOFPERDA TO TRUE
               ELSE
                   SET WS-PERD-OPENED TO TRUE
               END-IF
           END-IF.
           IF NOT ENDOFPERDA
               OPEN I-O BOOKINVENTORYFILE
               IF NOT WS-BIF-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR BOOKINVENTORYFILE - '
                       'STATUS ' WS-BIF-STATUS
                   MOVE 1 TO RETURN-CODE
                   SET ENDOFPERDA TO TRUE
               ELSE
                   SET WS-BIF-OPENED TO TRUE
               END-IF
           END-IF.
           IF NOT ENDOFPERDA
               OPEN INPUT COSTMASTERFILE
               IF WS-CST-STATUS-OK
                   SET WS-CST-OPENED TO TRUE
               ELSE
                   DISPLAY 'AVISO: CUSTOMF.DAT INDISPONIVEL - STATUS '
                       WS-CST-STATUS ' - BAIXAS SEM CUSTO'
               END-IF
               PERFORM 0002-500-READ-PERDA
           END-IF.

       0002-500-READ-PERDA.
           READ PERDATRANSFILE
               AT END SET ENDOFPERDA TO TRUE
           END-READ.

       0003-POST-WRITE-OFF.
           ADD 1 TO WS-LIDAS-COUNT.
           IF PERD-FILIAL = SPACES
               MOVE "MTZ" TO WS-FILIAL
           ELSE
               MOVE PERD-FILIAL TO WS-FILIAL
           END-IF.
           MOVE PERD-BOOKNUM TO PDL-BOOKNUM.
           MOVE WS-FILIAL TO PDL-FILIAL.
           MOVE PERD-MOTIVO TO PDL-MOTIVO.
           MOVE PERD-OPERADOR TO PDL-OPERADOR.
           MOVE ZEROS TO PDL-VALOR.
           IF PERD-QTY IS NUMERIC
               MOVE PERD-QTY TO PDL-QTY
           ELSE
               MOVE ZEROS TO PDL-QTY
           END-IF.
           IF PERD-DATA IS NUMERIC
               MOVE PERD-DATA TO PDL-DATA
           ELSE
               MOVE ZEROS TO PDL-DATA
           END-IF.
           IF PERD-BOOKNUM = SPACES
              OR PERD-QTY IS NOT NUMERIC
              OR PERD-QTY = ZEROS
               MOVE "RECUSADA: DADOS INVALIDOS" TO WS-MOTIVO-TEXTO
               PERFORM 0003-900-REFUSE
           ELSE
               IF NOT PERD-MOTIVO-OK
                   MOVE "RECUSADA: MOTIVO DESCONHECIDO"
                       TO WS-MOTIVO-TEXTO
                   PERFORM 0003-900-REFUSE
               ELSE
                   PERFORM 0003-300-DEBIT-BRANCH
               END-IF
           END-IF.
           PERFORM 0002-500-READ-PERDA.

       0003-300-DEBIT-BRANCH.
           MOVE PERD-BOOKNUM TO BIF-BOOKNUM.
           MOVE WS-FILIAL TO BIF-FILIAL.
           READ BOOKINVENTORYFILE
               INVALID KEY
                   MOVE "RECUSADA: FILIAL SEM ESTOQUE DO LIVRO"
                       TO WS-MOTIVO-TEXTO
                   PERFORM 0003-900-REFUSE
               NOT INVALID KEY
                   IF BIF-ONHAND < PERD-QTY
                       MOVE "RECUSADA: SALDO FICARIA NEGATIVO"
                           TO WS-MOTIVO-TEXTO
                       PERFORM 0003-900-REFUSE
                   ELSE
                       MOVE BIF-ONHAND TO WS-SALDO-ANT
                       MOVE BIF-RECORD TO IJR-BEFORE-IMAGE
                       SUBTRACT PERD-QTY FROM BIF-ONHAND
                       REWRITE BIF-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO BAIXAR ESTOQUE DO '
                                   'LIVRO ' PERD-BOOKNUM ' - STATUS '
                                   WS-BIF-STATUS
                               MOVE 1 TO RETURN-CODE
                               MOVE "ERRO AO BAIXAR O ESTOQUE"
                                   TO WS-MOTIVO-TEXTO
                               PERFORM 0003-900-REFUSE
                           NOT INVALID KEY
                               PERFORM 0003-350-JOURNAL-WRITE-OFF
                               PERFORM 0003-500-GET-COST
                               PERFORM 0003-600-WRITE-ADJUST-LOG
                               PERFORM 0003-700-NOTE-POSTED
                       END-REWRITE
                   END-IF
           END-READ.

       0003-350-JOURNAL-WRITE-OFF.
           MOVE "PERDAPOST" TO IJR-PROGRAM.
           MOVE BIF-RECORD TO IJR-AFTER-IMAGE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL "INVJRNL" USING IJR-RECORD.

       0003-500-GET-COST.
           MOVE ZEROS TO WS-CUSTO-UNIT.
           IF WS-CST-OPENED
               MOVE PERD-BOOKNUM TO CST-BOOKNUM
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
           COMPUTE WS-VALOR ROUNDED = PERD-QTY * WS-CUSTO-UNIT.

       0003-600-WRITE-ADJUST-LOG.
           OPEN EXTEND PERDAADJFILE.
           IF WS-ADJ-NOT-FOUND
               OPEN OUTPUT PERDAADJFILE
           END-IF.
           MOVE WS-RUN-DATE-NUM TO ADJ-DATE.
           ACCEPT ADJ-TIME FROM TIME.
           MOVE PERD-BOOKNUM TO ADJ-BOOKNUM.
           MOVE WS-FILIAL TO ADJ-FILIAL.
           MOVE WS-SALDO-ANT TO ADJ-SALDO-ANT.
           MOVE BIF-ONHAND TO ADJ-SALDO-NOVO.
           COMPUTE ADJ-VARIACAO = ZERO - PERD-QTY.
           MOVE PERD-MOTIVO TO ADJ-MOTIVO.
           MOVE PERD-OPERADOR TO ADJ-OPERADOR.
           IF PERD-DATA IS NUMERIC AND PERD-DATA > ZEROS
               MOVE PERD-DATA TO ADJ-DATA-BAIXA
           ELSE
               MOVE WS-RUN-DATE-NUM TO ADJ-DATA-BAIXA
           END-IF.
           MOVE WS-CUSTO-UNIT TO ADJ-CUSTO-UNIT.
           MOVE WS-VALOR TO ADJ-VALOR.
           WRITE ADJ-RECORD.
           CLOSE PERDAADJFILE.

       0003-700-NOTE-POSTED.
           MOVE WS-VALOR TO PDL-VALOR.
           IF WS-CUSTO-UNIT = ZEROS
               MOVE "POSTADA - SEM CUSTO NO CUSTOMF" TO PDL-TEXT
               ADD 1 TO WS-SEM-CUSTO-COUNT
           ELSE
               MOVE "POSTADA" TO PDL-TEXT
           END-IF.
           MOVE PERDA-DETAIL-LINE TO WS-PERDA-RPT-LINE.
           CALL "DECFMT" USING WS-PERDA-RPT-LINE, WS-PERDA-RPT-LEN.
           WRITE WS-PERDA-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-POSTED-COUNT.
           ADD PERD-QTY TO WS-TOTAL-COPIAS.
           ADD WS-VALOR TO WS-TOTAL-VALOR.

       0003-900-REFUSE.
           MOVE WS-MOTIVO-TEXTO TO PDL-TEXT.
           MOVE PERDA-DETAIL-LINE TO WS-PERDA-RPT-LINE.
           CALL "DECFMT" USING WS-PERDA-RPT-LINE, WS-PERDA-RPT-LEN.
           WRITE WS-PERDA-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECT-COUNT.

       0004-FINALIZE.
           MOVE WS-LIDAS-COUNT TO PTL-LIDAS.
           WRITE WS-PERDA-RPT-LINE FROM PERDA-TOTAL-LID-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-POSTED-COUNT TO PTL-POSTED.
           WRITE WS-PERDA-RPT-LINE FROM PERDA-TOTAL-POS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-REJECT-COUNT TO PTL-REJECT.
           WRITE WS-PERDA-RPT-LINE FROM PERDA-TOTAL-REJ-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-SEM-CUSTO-COUNT TO PTL-SEM-CUSTO.
           WRITE WS-PERDA-RPT-LINE FROM PERDA-TOTAL-SCU-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-COPIAS TO PTL-COPIAS.
           WRITE WS-PERDA-RPT-LINE FROM PERDA-TOTAL-CPS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-VALOR TO PTL-VALOR.
           MOVE PERDA-TOTAL-VAL-LINE TO WS-PERDA-RPT-LINE.
           CALL "DECFMT" USING WS-PERDA-RPT-LINE, WS-PERDA-RPT-LEN.
           WRITE WS-PERDA-RPT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-PERDA-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE PERDAREPORTFILE.
           IF WS-BIF-OPENED
               CLOSE BOOKINVENTORYFILE
           END-IF.
           IF WS-CST-OPENED
               CLOSE COSTMASTERFILE
           END-IF.
           IF WS-PERD-OPENED
               CLOSE PERDATRANSFILE
               IF RETURN-CODE = ZERO
                   OPEN OUTPUT PERDATRANSFILE
                   CLOSE PERDATRANSFILE
               END-IF
           END-IF.
           DISPLAY 'POSTAGEM DE BAIXAS DE ESTOQUE CONCLUIDA'.

       END PROGRAM PERDAPOST.
