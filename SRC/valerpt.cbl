      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. GIFT VOUCHERS ARE NOW SOLD, TAKEN
      *              AS PAYMENT AND GIVEN AS STORE CREDIT AT THE
      *              COUNTER (MAIN OPTIONS V AND 8), KEPT IN THE
      *              INDEXED VOUCHER MASTER VALEMF.DAT WITH EVERY
      *              MOVEMENT APPENDED TO VALETRANS.DAT. EACH NIGHT
      *              THIS STEP FIRST EXPIRES EVERY ACTIVE VOUCHER WHOSE
      *              EXPIRY DATE IS BEFORE THE RUN DATE (THE BALANCE IS
      *              WRITTEN OFF WITH AN "E" MOVEMENT DATED THE RUN
      *              DATE, FOR THE LEDGER EXTRACT), THEN LISTS THE
      *              DAY'S MOVEMENTS BY KIND - SOLD, STORE CREDIT,
      *              REDEEMED, EXPIRED - WITH A TOTAL FOR EACH, AND
      *              CLOSES WITH THE OUTSTANDING LIABILITY (BALANCES
      *              OF ALL ACTIVE VOUCHERS) BY ISSUING BRANCH FOR
      *              FINANCE. THE LISTING GOES TO VALES.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALERPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALEMFFILE ASSIGN TO DYNAMIC WS-PTH-VALEMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS WS-VAL-STATUS.

           SELECT VALETRANSFILE ASSIGN TO DYNAMIC
               WS-PTH-VALETRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTR-STATUS.

           SELECT VALESORTFILE ASSIGN TO DYNAMIC WS-PTH-VALES-SRT.

           SELECT VALESREPORTFILE ASSIGN TO DYNAMIC WS-PTH-VALES-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VALEMFFILE.
       01  VAL-RECORD.
           05 VAL-NUMERO         PIC 9(8).
           05 VAL-ORIGEM         PIC X(1).
           05 VAL-VALOR          PIC 9(7)V9(2).
           05 VAL-SALDO          PIC 9(7)V9(2).
           05 VAL-EMISSAO        PIC 9(8).
           05 VAL-VALIDADE       PIC 9(8).
           05 VAL-OPERADOR       PIC X(8).
           05 VAL-FILIAL         PIC X(3).
           05 VAL-SITUACAO       PIC X(1).
              88 VAL-ATIVO       VALUE "A".
              88 VAL-ESGOTADO    VALUE "U".
              88 VAL-EXPIRADO    VALUE "E".
           05 VAL-ULT-MOVTO      PIC 9(8).

       FD  VALETRANSFILE.
       01  VTR-RECORD.
           88 ENDOFVALETRANS     VALUE HIGH-VALUES.
           05 VTR-DATE           PIC 9(8).
           05 VTR-TIME           PIC 9(8).
           05 VTR-NUMERO         PIC 9(8).
           05 VTR-TIPO           PIC X(1).
           05 VTR-VALOR          PIC 9(7)V9(2).
           05 VTR-SALDO          PIC 9(7)V9(2).
           05 VTR-OPERADOR       PIC X(8).
           05 VTR-FILIAL         PIC X(3).
           05 VTR-RECIBO         PIC 9(6).

       SD  VALESORTFILE.
       01  VSR-SORTREC.
           88 ENDOFVALESORT      VALUE HIGH-VALUES.
           02 VSR-ORDEM          PIC 9(1).
           02 VSR-NUMERO         PIC 9(8).
           02 VSR-TIME           PIC 9(8).
           02 VSR-TIPO           PIC X(1).
           02 VSR-VALOR          PIC 9(7)V9(2).
           02 VSR-SALDO          PIC 9(7)V9(2).
           02 VSR-OPERADOR       PIC X(8).
           02 VSR-FILIAL         PIC X(3).
           02 VSR-RECIBO         PIC 9(6).

       FD  VALESREPORTFILE.
       01  WS-VALES-RPT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-PTH-VALEMF-DAT PIC X(44)
           VALUE "ASSETS/VALEMF.DAT".
       77  WS-PTH-VALETRANS-DAT PIC X(44)
           VALUE "ASSETS/VALETRANS.DAT".
       77  WS-PTH-VALES-SRT PIC X(44)
           VALUE "ASSETS/VALES.SRT".
       77  WS-PTH-VALES-RPT PIC X(44)
           VALUE "ASSETS/VALES.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-VALES-RPT-LEN      PIC 9(03) VALUE 80.
       77  WS-VAL-STATUS         PIC X(02) VALUE SPACES.
           88 WS-VAL-STATUS-OK   VALUE "00".
           88 WS-VAL-NOT-FOUND   VALUE "35".
       77  WS-VTR-STATUS         PIC X(02) VALUE SPACES.
           88 WS-VTR-STATUS-OK   VALUE "00".
           88 WS-VTR-NOT-FOUND   VALUE "35".
       77  WS-VAL-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-VAL-OPENED      VALUE "Y".
       77  WS-EOF-VAL-SW         PIC X(01) VALUE "N".
           88 WS-EOF-VALEMF      VALUE "Y".
       77  WS-FIRST-SW           PIC X(01) VALUE "Y".
           88 WS-FIRST-SECTION   VALUE "Y".

       77  WS-EXPIRADOS          PIC 9(5) VALUE ZEROS.
       77  WS-PREV-ORDEM         PIC 9(1) VALUE ZEROS.
       77  WS-SEC-COUNT          PIC 9(5) VALUE ZEROS.
       77  WS-SEC-VALOR          PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-ATIVOS-COUNT       PIC 9(7) VALUE ZEROS.
       77  WS-PASSIVO-TOTAL      PIC 9(11)V9(2) VALUE ZEROS.

       01  WS-TIPOS              PIC X(4) VALUE "VCRE".
       01  WS-TIPO-DESCRICOES.
           05 FILLER             PIC X(30)
              VALUE "VALES VENDIDOS".
           05 FILLER             PIC X(30)
              VALUE "CREDITOS DE DEVOLUCAO".
           05 FILLER             PIC X(30)
              VALUE "VALES RESGATADOS".
           05 FILLER             PIC X(30)
              VALUE "VALES EXPIRADOS".
       01  WS-TIPO-DESC-TABLE REDEFINES WS-TIPO-DESCRICOES.
           05 WS-TIPO-DESC       PIC X(30) OCCURS 4 TIMES.
       01  TX                    PIC 9(1).

       01  WS-FILIAL-TABLE.
           05 WS-FIL-ENTRY OCCURS 20 TIMES.
              10 WS-FIL-CODIGO   PIC X(3).
              10 WS-FIL-COUNT    PIC 9(7).
              10 WS-FIL-SALDO    PIC 9(11)V9(2).
       01  WS-FILIAL-COUNT       PIC 9(2) VALUE ZEROS.
       01  FX                    PIC 9(2).

       01  VALES-SECTION-HEADING.
           05 VSH-DESC           PIC X(30).

       01  VALES-COL-HEADING.
           05 FILLER             PIC X(40)
              VALUE "VALE      FILIAL  OPERADOR  RECIBO  HORA".
           05 FILLER             PIC X(40)
              VALUE "             VALOR          SALDO".

       01  VALES-DETAIL-LINE.
           05 VDL-NUMERO         PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 VDL-FILIAL         PIC X(3).
           05 FILLER             PIC X(05) VALUE SPACES.
           05 VDL-OPERADOR       PIC X(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 VDL-RECIBO         PIC ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 VDL-HORA           PIC 99B99.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 VDL-VALOR          PIC Z(8)9,99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 VDL-SALDO          PIC Z(8)9,99.

       01  VALES-SECTION-TOTAL-LINE.
           05 FILLER             PIC X(07) VALUE "TOTAL: ".
           05 VST-COUNT          PIC ZZZZ9.
           05 FILLER             PIC X(07) VALUE " VALES ".
           05 FILLER             PIC X(27) VALUE SPACES.
           05 VST-VALOR          PIC Z(10)9,99.

       01  VALES-NONE-LINE.
           05 FILLER             PIC X(40)
              VALUE "NENHUM MOVIMENTO DE VALES NO DIA".

       01  VALES-PASSIVO-HEADING.
           05 FILLER             PIC X(40)
              VALUE "SALDO EM ABERTO (PASSIVO) POR FILIAL".

       01  VALES-FILIAL-LINE.
           05 FILLER             PIC X(07) VALUE "FILIAL ".
           05 VFL-FILIAL         PIC X(3).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 VFL-COUNT          PIC Z(6)9.
           05 FILLER             PIC X(15) VALUE " VALES ATIVOS  ".
           05 FILLER             PIC X(10) VALUE SPACES.
           05 VFL-SALDO          PIC Z(10)9,99.

       01  VALES-PASSIVO-TOTAL-LINE.
           05 FILLER             PIC X(14) VALUE "TOTAL PASSIVO ".
           05 VPT-COUNT          PIC Z(6)9.
           05 FILLER             PIC X(15) VALUE " VALES ATIVOS  ".
           05 FILLER             PIC X(10) VALUE SPACES.
           05 VPT-SALDO          PIC Z(10)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-EXPIRE-VOUCHERS.
           SORT VALESORTFILE ON ASCENDING KEY VSR-ORDEM
                                              VSR-NUMERO
                                              VSR-TIME
               INPUT PROCEDURE IS 0004-SELECT-MOVEMENTS
               OUTPUT PROCEDURE IS 0005-PRINT-MOVEMENTS.
           PERFORM 0006-PRINT-LIABILITY.
           PERFORM 0007-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "VALERPT" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "VALERPT" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           OPEN OUTPUT VALESREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "VALES-PRESENTE - MOVIMENTO DO DIA E SALDO EM ABERTO"
               TO RPT-BH-TITLE.
           WRITE WS-VALES-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-VALES-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-VALES-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.

       0003-EXPIRE-VOUCHERS.
           OPEN I-O VALEMFFILE.
           IF WS-VAL-STATUS-OK
               SET WS-VAL-OPENED TO TRUE
           ELSE
               IF NOT WS-VAL-NOT-FOUND
                   DISPLAY 'ERRO AO ABRIR VALEMF.DAT - STATUS '
                       WS-VAL-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY 'NENHUM VALE EMITIDO AINDA'
               END-IF
           END-IF.
           IF WS-VAL-OPENED
               OPEN EXTEND VALETRANSFILE
               IF WS-VTR-NOT-FOUND
                   OPEN OUTPUT VALETRANSFILE
               END-IF
               MOVE LOW-VALUES TO VAL-RECORD
               START VALEMFFILE KEY NOT < VAL-NUMERO
                   INVALID KEY SET WS-EOF-VALEMF TO TRUE
               END-START
               PERFORM 0003-500-READ-VOUCHER
               PERFORM UNTIL WS-EOF-VALEMF
                   IF VAL-ATIVO
                       IF VAL-VALIDADE < WS-RUN-DATE-NUM
                           PERFORM 0003-600-EXPIRE-ONE
                       ELSE
                           PERFORM 0003-700-NOTE-LIABILITY
                       END-IF
                   END-IF
                   PERFORM 0003-500-READ-VOUCHER
               END-PERFORM
               IF WS-VTR-STATUS-OK
                   CLOSE VALETRANSFILE
               END-IF
               CLOSE VALEMFFILE
           END-IF.

       0003-500-READ-VOUCHER.
           IF NOT WS-EOF-VALEMF
               READ VALEMFFILE NEXT RECORD
                   AT END SET WS-EOF-VALEMF TO TRUE
               END-READ
           END-IF.

       0003-600-EXPIRE-ONE.
           MOVE SPACES TO VTR-RECORD.
           MOVE WS-RUN-DATE-NUM TO VTR-DATE.
           ACCEPT VTR-TIME FROM TIME.
           MOVE VAL-NUMERO TO VTR-NUMERO.
           MOVE "E" TO VTR-TIPO.
           MOVE VAL-SALDO TO VTR-VALOR.
           MOVE ZEROS TO VTR-SALDO.
           MOVE "VALERPT" TO VTR-OPERADOR.
           MOVE VAL-FILIAL TO VTR-FILIAL.
           MOVE ZEROS TO VTR-RECIBO.
           MOVE ZEROS TO VAL-SALDO.
           SET VAL-EXPIRADO TO TRUE.
           MOVE WS-RUN-DATE-NUM TO VAL-ULT-MOVTO.
           REWRITE VAL-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXPIRAR VALE ' VAL-NUMERO
                       ' - STATUS ' WS-VAL-STATUS
                   MOVE 1 TO RETURN-CODE
           END-REWRITE.
           IF WS-VAL-STATUS-OK
               IF WS-VTR-STATUS-OK
                   WRITE VTR-RECORD
               ELSE
                   DISPLAY 'ERRO AO GRAVAR VALETRANS.DAT - STATUS '
                       WS-VTR-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-EXPIRADOS
           END-IF.

       0003-700-NOTE-LIABILITY.
           PERFORM 0003-800-SCAN-FILIAL
               VARYING FX FROM 1 BY 1
               UNTIL FX > WS-FILIAL-COUNT
                  OR WS-FIL-CODIGO(FX) = VAL-FILIAL.
           IF FX > WS-FILIAL-COUNT
               IF WS-FILIAL-COUNT < 20
                   ADD 1 TO WS-FILIAL-COUNT
                   MOVE WS-FILIAL-COUNT TO FX
                   MOVE VAL-FILIAL TO WS-FIL-CODIGO(FX)
                   MOVE ZEROS TO WS-FIL-COUNT(FX) WS-FIL-SALDO(FX)
               ELSE
                   DISPLAY 'LIMITE DE 20 FILIAIS EXCEDIDO'
                   MOVE ZEROS TO FX
               END-IF
           END-IF.
           IF FX > ZEROS
               ADD 1 TO WS-FIL-COUNT(FX)
               ADD VAL-SALDO TO WS-FIL-SALDO(FX)
           END-IF.
           ADD 1 TO WS-ATIVOS-COUNT.
           ADD VAL-SALDO TO WS-PASSIVO-TOTAL.

       0003-800-SCAN-FILIAL.
           CONTINUE.

       0004-SELECT-MOVEMENTS.
           OPEN INPUT VALETRANSFILE.
           IF WS-VTR-STATUS-OK
               READ VALETRANSFILE
                   AT END SET ENDOFVALETRANS TO TRUE
               END-READ
               PERFORM UNTIL ENDOFVALETRANS
                   IF VTR-DATE = WS-RUN-DATE-NUM
                       PERFORM 0004-500-RELEASE-MOVEMENT
                   END-IF
                   READ VALETRANSFILE
                       AT END SET ENDOFVALETRANS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VALETRANSFILE
           END-IF.

       0004-500-RELEASE-MOVEMENT.
           PERFORM 0004-600-SCAN-TIPO
               VARYING TX FROM 1 BY 1
               UNTIL TX > 4
                  OR WS-TIPOS(TX:1) = VTR-TIPO.
           IF TX > 4
               DISPLAY 'MOVIMENTO DE VALE COM TIPO DESCONHECIDO: '
                   VTR-TIPO ' VALE ' VTR-NUMERO
           ELSE
               MOVE TX TO VSR-ORDEM
               MOVE VTR-NUMERO TO VSR-NUMERO
               MOVE VTR-TIME TO VSR-TIME
               MOVE VTR-TIPO TO VSR-TIPO
               MOVE VTR-VALOR TO VSR-VALOR
               MOVE VTR-SALDO TO VSR-SALDO
               MOVE VTR-OPERADOR TO VSR-OPERADOR
               MOVE VTR-FILIAL TO VSR-FILIAL
               MOVE VTR-RECIBO TO VSR-RECIBO
               RELEASE VSR-SORTREC
           END-IF.

       0004-600-SCAN-TIPO.
           CONTINUE.

       0005-PRINT-MOVEMENTS.
           RETURN VALESORTFILE
               AT END SET ENDOFVALESORT TO TRUE
           END-RETURN.
           IF ENDOFVALESORT
               WRITE WS-VALES-RPT-LINE FROM VALES-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM UNTIL ENDOFVALESORT
               IF WS-FIRST-SECTION
                  OR VSR-ORDEM NOT = WS-PREV-ORDEM
                   PERFORM 0005-500-CLOSE-SECTION
                   MOVE "N" TO WS-FIRST-SW
                   MOVE VSR-ORDEM TO WS-PREV-ORDEM
                   MOVE WS-TIPO-DESC(VSR-ORDEM) TO VSH-DESC
                   WRITE WS-VALES-RPT-LINE FROM VALES-SECTION-HEADING
                       AFTER ADVANCING 2 LINES
                   WRITE WS-VALES-RPT-LINE FROM VALES-COL-HEADING
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE VSR-NUMERO TO VDL-NUMERO
               MOVE VSR-FILIAL TO VDL-FILIAL
               MOVE VSR-OPERADOR TO VDL-OPERADOR
               MOVE VSR-RECIBO TO VDL-RECIBO
               MOVE VSR-TIME(1:4) TO VDL-HORA
               MOVE VSR-VALOR TO VDL-VALOR
               MOVE VSR-SALDO TO VDL-SALDO
               MOVE VALES-DETAIL-LINE TO WS-VALES-RPT-LINE
               CALL "DECFMT" USING WS-VALES-RPT-LINE, WS-VALES-RPT-LEN
               WRITE WS-VALES-RPT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-SEC-COUNT
               ADD VSR-VALOR TO WS-SEC-VALOR
               RETURN VALESORTFILE
                   AT END SET ENDOFVALESORT TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM 0005-500-CLOSE-SECTION.

       0005-500-CLOSE-SECTION.
           IF NOT WS-FIRST-SECTION
               MOVE WS-SEC-COUNT TO VST-COUNT
               MOVE WS-SEC-VALOR TO VST-VALOR
               MOVE VALES-SECTION-TOTAL-LINE TO WS-VALES-RPT-LINE
               CALL "DECFMT" USING WS-VALES-RPT-LINE, WS-VALES-RPT-LEN
               WRITE WS-VALES-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE ZEROS TO WS-SEC-COUNT WS-SEC-VALOR.

       0006-PRINT-LIABILITY.
           WRITE WS-VALES-RPT-LINE FROM VALES-PASSIVO-HEADING
               AFTER ADVANCING 3 LINES.
           PERFORM 0006-500-FILIAL-LINE
               VARYING FX FROM 1 BY 1 UNTIL FX > WS-FILIAL-COUNT.
           MOVE WS-ATIVOS-COUNT TO VPT-COUNT.
           MOVE WS-PASSIVO-TOTAL TO VPT-SALDO.
           MOVE VALES-PASSIVO-TOTAL-LINE TO WS-VALES-RPT-LINE.
           CALL "DECFMT" USING WS-VALES-RPT-LINE, WS-VALES-RPT-LEN.
           WRITE WS-VALES-RPT-LINE
               AFTER ADVANCING 2 LINES.

       0006-500-FILIAL-LINE.
           MOVE WS-FIL-CODIGO(FX) TO VFL-FILIAL.
           MOVE WS-FIL-COUNT(FX) TO VFL-COUNT.
           MOVE WS-FIL-SALDO(FX) TO VFL-SALDO.
           MOVE VALES-FILIAL-LINE TO WS-VALES-RPT-LINE.
           CALL "DECFMT" USING WS-VALES-RPT-LINE, WS-VALES-RPT-LEN.
           WRITE WS-VALES-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0007-FINALIZE.
           WRITE WS-VALES-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE VALESREPORTFILE.
           DISPLAY 'VALES EXPIRADOS NESTA NOITE: ' WS-EXPIRADOS.
           DISPLAY 'RELATORIO DE VALES-PRESENTE CONCLUIDO'.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-VALEMF-DAT.
           CALL "DATADIR" USING WS-PTH-VALETRANS-DAT.
           CALL "DATADIR" USING WS-PTH-VALES-SRT.
           CALL "DATADIR" USING WS-PTH-VALES-RPT.

       END PROGRAM VALERPT.
