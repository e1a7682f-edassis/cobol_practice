      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. THE COUNTER NOW RECORDS HOW EACH
      *              RECEIPT WAS PAID, SO THE CARD AND PIX TAKINGS CAN
      *              BE PROVED AGAINST WHAT ACTUALLY REACHES THE BANK.
      *              WHEN THE CARD ACQUIRER'S SETTLEMENT FILE
      *              ADQUIRENTE.DAT OR THE BANK'S PIX STATEMENT
      *              PIXEXTRATO.DAT IS PRESENT (SHOP H/D/T ENVELOPE,
      *              TRAILER = DETAIL COUNT AND GROSS TOTAL), THIS STEP
      *              TAKES THE DEBIT, CREDIT AND PIX AMOUNTS OF EVERY
      *              TILL.DAT RECEIPT OF A CLOSED DAY NOT YET SEEN
      *              (CARDCTL.DAT HOLDS THE FIRST TILL DATE STILL TO
      *              BE TAKEN) PLUS THOSE STILL OPEN FROM EARLIER
      *              CYCLES (CARDPEND.DAT), AND MATCHES
      *              EACH SETTLEMENT LINE TO THEM BY SALE DATE, RECEIPT
      *              NUMBER, TENDER AND VALUE. A RECEIPT PAID WITH TWO
      *              CARDS OF THE SAME KIND IS MATCHED WHEN ITS
      *              SETTLEMENT LINES ADD UP TO THE TILL AMOUNT.
      *              CARDRECON.RPT LISTS EVERY SETTLEMENT WITH NO TILL
      *              SALE, EVERY VALUE THAT DOES NOT AGREE, AND EVERY
      *              TILL CARD OR PIX SALE STILL WITHOUT SETTLEMENT
      *              WITH THE DAYS IT HAS WAITED (FLAGGED WHEN OVER
      *              TWO DAYS), FOLLOWED BY THE MATCHED TOTALS AND THE
      *              FEES DEDUCTED BY DEBIT, CREDIT AND PIX. OPEN TILL
      *              LINES ARE CARRIED IN CARDPEND.DAT TO THE NEXT
      *              CYCLE. A FILE WITH A BROKEN ENVELOPE IS REFUSED
      *              WHOLE AND LEFT IN PLACE (THE OTHER FILE STILL
      *              RUNS, RETURN-CODE 8); A FILE TAKEN IN IS REWRITTEN
      *              EMPTY. WITH NEITHER FILE PRESENT THE STEP IS A
      *              NO-OP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRECON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADQUIRENTEFILE ASSIGN TO DYNAMIC
               WS-PTH-ADQUIRENTE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADQ-STATUS.

           SELECT PIXFILE ASSIGN TO DYNAMIC WS-PTH-PIXEXTRATO-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIX-STATUS.

           SELECT TILLFILE ASSIGN TO DYNAMIC WS-PTH-TILL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIL-STATUS.

           SELECT CARDPENDFILE ASSIGN TO DYNAMIC WS-PTH-CARDPEND-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPD-STATUS.

           SELECT CARDCTLFILE ASSIGN TO DYNAMIC WS-PTH-CARDCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCT-STATUS.

           SELECT CARDRECONREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-CARDRECON-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADQUIRENTEFILE.
       01  ADQ-RECORD.
           88 WS-EOF-ADQ           VALUE HIGH-VALUES.
           05 ADQ-TYPE             PIC X(01).
              88 ADQ-HEADER        VALUE "H".
              88 ADQ-DETAIL        VALUE "D".
              88 ADQ-TRAILER       VALUE "T".
           05 ADQ-DATA             PIC X(68).
           05 ADQ-HDR REDEFINES ADQ-DATA.
              10 ADQH-DATE         PIC 9(08).
              10 ADQH-ADQUIRENTE   PIC X(20).
              10 FILLER            PIC X(40).
           05 ADQ-DET REDEFINES ADQ-DATA.
              10 ADQD-DATA-VENDA   PIC 9(08).
              10 ADQD-RECIBO       PIC 9(06).
              10 ADQD-MODALIDADE   PIC X(01).
                 88 ADQD-DEBITO    VALUE "D".
                 88 ADQD-CREDITO   VALUE "C".
              10 ADQD-BRUTO        PIC 9(07)V99.
              10 ADQD-TAXA         PIC 9(05)V99.
              10 ADQD-LIQUIDO      PIC 9(07)V99.
              10 ADQD-DATA-CREDITO PIC 9(08).
              10 ADQD-NSU          PIC X(12).
              10 FILLER            PIC X(08).
           05 ADQ-TRL REDEFINES ADQ-DATA.
              10 ADQT-COUNT        PIC 9(07).
              10 ADQT-TOTAL        PIC 9(13)V99.
              10 FILLER            PIC X(46).

       FD  PIXFILE.
       01  PIX-RECORD.
           88 WS-EOF-PIX           VALUE HIGH-VALUES.
           05 PIX-TYPE             PIC X(01).
              88 PIX-HEADER        VALUE "H".
              88 PIX-DETAIL        VALUE "D".
              88 PIX-TRAILER       VALUE "T".
           05 PIX-DATA             PIC X(68).
           05 PIX-HDR REDEFINES PIX-DATA.
              10 PIXH-DATE         PIC 9(08).
              10 PIXH-BANCO        PIC X(20).
              10 FILLER            PIC X(40).
           05 PIX-DET REDEFINES PIX-DATA.
              10 PIXD-DATA-VENDA   PIC 9(08).
              10 PIXD-RECIBO       PIC 9(06).
              10 PIXD-VALOR        PIC 9(07)V99.
              10 PIXD-TARIFA       PIC 9(05)V99.
              10 PIXD-E2EID        PIC X(32).
              10 FILLER            PIC X(06).
           05 PIX-TRL REDEFINES PIX-DATA.
              10 PIXT-COUNT        PIC 9(07).
              10 PIXT-TOTAL        PIC 9(13)V99.
              10 FILLER            PIC X(46).

       FD  TILLFILE.
       01  TILL-RECORD.
           88 ENDOFTILL            VALUE HIGH-VALUES.
           05 TILL-DATE            PIC 9(8).
           05 TILL-NUM             PIC 9(6).
           05 TILL-OPER            PIC X(8).
           05 TILL-BOOKNUM         PIC X(5).
           05 TILL-COPIES          PIC 9(2).
           05 TILL-VALOR           PIC 9(7)V9(2).
           05 TILL-VALE-NUM        PIC 9(8).
           05 TILL-VALE-VALOR      PIC 9(7)V9(2).
           05 TILL-DINHEIRO        PIC 9(7)V9(2).
           05 TILL-DEBITO          PIC 9(7)V9(2).
           05 TILL-CREDITO         PIC 9(7)V9(2).
           05 TILL-PIX             PIC 9(7)V9(2).
           05 TILL-PRAZO           PIC 9(7)V9(2).

       FD  CARDPENDFILE.
       01  CPD-RECORD.
           88 ENDOFCARDPEND        VALUE HIGH-VALUES.
           05 CPD-DATA             PIC 9(8).
           05 CPD-RECIBO           PIC 9(6).
           05 CPD-FORMA            PIC X(1).
           05 CPD-OPER             PIC X(8).
           05 CPD-VALOR            PIC 9(7)V9(2).

       FD  CARDCTLFILE.
       01  CCTL-RECORD.
           05 CCTL-PROXIMA-DATA    PIC 9(8).

       FD  CARDRECONREPORTFILE.
       01  WS-CREC-RPT-LINE        PIC X(120).

       WORKING-STORAGE SECTION.
       77  WS-PTH-ADQUIRENTE-DAT PIC X(44)
           VALUE "ASSETS/ADQUIRENTE.DAT".
       77  WS-PTH-PIXEXTRATO-DAT PIC X(44)
           VALUE "ASSETS/PIXEXTRATO.DAT".
       77  WS-PTH-TILL-DAT PIC X(44)
           VALUE "ASSETS/TILL.DAT".
       77  WS-PTH-CARDPEND-DAT PIC X(44)
           VALUE "ASSETS/CARDPEND.DAT".
       77  WS-PTH-CARDCTL-DAT PIC X(44)
           VALUE "ASSETS/CARDCTL.DAT".
       77  WS-PTH-CARDRECON-RPT PIC X(44)
           VALUE "ASSETS/CARDRECON.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-CREC-RPT-LEN         PIC 9(03) VALUE 120.
       77  WS-ADQ-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ADQ-STATUS-OK     VALUE "00".
           88 WS-ADQ-NOT-FOUND     VALUE "35".
       77  WS-PIX-STATUS           PIC X(02) VALUE SPACES.
           88 WS-PIX-STATUS-OK     VALUE "00".
           88 WS-PIX-NOT-FOUND     VALUE "35".
       77  WS-TIL-STATUS           PIC X(02) VALUE SPACES.
           88 WS-TIL-STATUS-OK     VALUE "00".
       77  WS-CPD-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CPD-STATUS-OK     VALUE "00".
       77  WS-CCT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CCT-STATUS-OK     VALUE "00".

      *    N = NO FILE TODAY, A = ACCEPTED, R = REFUSED (BROKEN).
       77  WS-ADQ-SW               PIC X(01) VALUE "N".
           88 WS-ADQ-ACEITO        VALUE "A".
           88 WS-ADQ-RECUSADO      VALUE "R".
       77  WS-PIX-SW               PIC X(01) VALUE "N".
           88 WS-PIX-ACEITO        VALUE "A".
           88 WS-PIX-RECUSADO      VALUE "R".
       77  WS-ENV-COUNT            PIC 9(07) VALUE ZEROS.
       77  WS-ENV-HASH             PIC 9(13)V9(2) VALUE ZEROS.
       77  WS-ENV-SW               PIC X(01) VALUE "N".
           88 WS-ENV-BROKEN        VALUE "Y".
       77  WS-TRAILER-SW           PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN      VALUE "Y".
       77  WS-TABLE-FULL-SW        PIC X(01) VALUE "N".
           88 WS-TABLE-FULL        VALUE "Y".

       77  WS-PROXIMA-DATA         PIC 9(8) VALUE ZEROS.
       77  WS-PRAZO-DIAS           PIC 9(3) VALUE 2.
       77  WS-DIAS-PENDENTE        PIC S9(7) VALUE ZEROS.
       77  WS-RUN-SERIAL           PIC 9(7) VALUE ZEROS.
       77  WS-SERIAL-WORK          PIC 9(7) VALUE ZEROS.
       77  WS-SER-AUX              PIC 9(7) VALUE ZEROS.
       77  WS-SER-ANO-BASE         PIC 9(4) VALUE ZEROS.
       01  WS-SERIAL-DATE-X.
           05 WS-SDX-ANO           PIC 9(4).
           05 WS-SDX-MES           PIC 9(2).
           05 WS-SDX-DIA           PIC 9(2).
       01  WS-SERIAL-DATE-N REDEFINES WS-SERIAL-DATE-X PIC 9(8).

       01  WS-CUMDAYS-TABLE.
           05 FILLER               PIC X(36)
              VALUE "000031059090120151181212243273304334".
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-TABLE.
           05 WS-CUMDAYS-MES       PIC 9(3) OCCURS 12 TIMES.

      *    TILL CARD AND PIX LINES AWAITING SETTLEMENT. FLAG P =
      *    PENDING, M = MATCHED, X = SETTLED FOR MORE THAN THE TILL.
       01  WS-CX-TABLE.
           05 WS-CX-ENTRY OCCURS 500 TIMES.
              10 WS-CX-DATA        PIC 9(8).
              10 WS-CX-RECIBO      PIC 9(6).
              10 WS-CX-FORMA       PIC X(1).
              10 WS-CX-OPER        PIC X(8).
              10 WS-CX-VALOR       PIC 9(7)V9(2).
              10 WS-CX-LIQUIDADO   PIC 9(7)V9(2).
              10 WS-CX-FLAG        PIC X(1).
       01  WS-CX-COUNT             PIC 9(3) VALUE ZEROS.
       01  CX                      PIC 9(3).

      *    ONE SETTLEMENT LINE, FROM EITHER FILE, AS IT IS MATCHED.
       77  WS-LQ-DATA              PIC 9(8) VALUE ZEROS.
       77  WS-LQ-RECIBO            PIC 9(6) VALUE ZEROS.
       77  WS-LQ-FORMA             PIC X(1) VALUE SPACE.
       77  WS-LQ-VALOR             PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-LQ-TAXA              PIC 9(5)V9(2) VALUE ZEROS.
       77  WS-LQ-REF               PIC X(32) VALUE SPACES.
       77  WS-FORMA-NOME           PIC X(8) VALUE SPACES.
       77  WS-PEND-VALOR           PIC 9(7)V9(2) VALUE ZEROS.

       77  WS-CX-NOVAS-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-CX-ANTERIOR-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-LIQUIDACOES-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-CONCILIADAS-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-CONCILIADAS-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WS-SEM-VENDA-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-SEM-VENDA-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77  WS-DIVERGENTES-COUNT    PIC 9(5) VALUE ZEROS.
       77  WS-DIVERGENTES-VALOR    PIC 9(11)V99 VALUE ZEROS.
       77  WS-PENDENTES-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-PENDENTES-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77  WS-ATRASADAS-COUNT      PIC 9(5) VALUE ZEROS.
       77  WS-BRUTO-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       77  WS-TAXA-DEBITO          PIC 9(9)V99 VALUE ZEROS.
       77  WS-TAXA-CREDITO         PIC 9(9)V99 VALUE ZEROS.
       77  WS-TAXA-PIX             PIC 9(9)V99 VALUE ZEROS.
       77  WS-TAXA-TOTAL           PIC 9(9)V99 VALUE ZEROS.

       01  CREC-SECTION-LINE.
           05 CSL-TEXT             PIC X(60).

       01  CREC-FILE-LINE.
           05 FILLER               PIC X(08) VALUE "ARQUIVO ".
           05 CFL-NAME             PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CFL-TEXT             PIC X(40).

       01  CREC-LIQ-LINE.
           05 CLL-ORIGEM           PIC X(8).
           05 FILLER               PIC X(07) VALUE " VENDA ".
           05 CLL-DATA             PIC 9(8).
           05 FILLER               PIC X(08) VALUE " RECIBO ".
           05 CLL-RECIBO           PIC 9(6).
           05 FILLER               PIC X(07) VALUE " BRUTO ".
           05 CLL-BRUTO            PIC Z(6)9,99.
           05 FILLER               PIC X(06) VALUE " TAXA ".
           05 CLL-TAXA             PIC Z(4)9,99.
           05 FILLER               PIC X(05) VALUE " REF ".
           05 CLL-REF              PIC X(32).

       01  CREC-DIV-LINE.
           05 CDL-ORIGEM           PIC X(8).
           05 FILLER               PIC X(07) VALUE " VENDA ".
           05 CDL-DATA             PIC 9(8).
           05 FILLER               PIC X(08) VALUE " RECIBO ".
           05 CDL-RECIBO           PIC 9(6).
           05 FILLER               PIC X(07) VALUE " CAIXA ".
           05 CDL-CAIXA            PIC Z(6)9,99.
           05 FILLER               PIC X(11) VALUE " LIQUIDADO ".
           05 CDL-LIQUIDADO        PIC Z(6)9,99.
           05 FILLER               PIC X(18)
              VALUE "  VALOR DIVERGENTE".

       01  CREC-PEND-LINE.
           05 CPL-ORIGEM           PIC X(8).
           05 FILLER               PIC X(07) VALUE " VENDA ".
           05 CPL-DATA             PIC 9(8).
           05 FILLER               PIC X(08) VALUE " RECIBO ".
           05 CPL-RECIBO           PIC 9(6).
           05 FILLER               PIC X(06) VALUE " OPER ".
           05 CPL-OPER             PIC X(8).
           05 FILLER               PIC X(10) VALUE " PENDENTE ".
           05 CPL-VALOR            PIC Z(6)9,99.
           05 FILLER               PIC X(04) VALUE " HA ".
           05 CPL-DIAS             PIC ZZZ9.
           05 FILLER               PIC X(05) VALUE " DIAS".
           05 CPL-ATRASO           PIC X(10).

       01  CREC-COUNT-LINE.
           05 CCL-LABEL            PIC X(34).
           05 CCL-COUNT            PIC ZZZZ9.
           05 FILLER               PIC X(08) VALUE "  VALOR ".
           05 CCL-VALOR            PIC Z(10)9,99.

       01  CREC-TAXA-LINE.
           05 CTL-LABEL            PIC X(34).
           05 FILLER               PIC X(13) VALUE SPACES.
           05 CTL-VALOR            PIC Z(10)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF (WS-ADQ-ACEITO OR WS-PIX-ACEITO
               OR WS-ADQ-RECUSADO OR WS-PIX-RECUSADO)
              AND RETURN-CODE = ZERO
               PERFORM 0003-LOAD-TILL-SIDE
               IF WS-ADQ-ACEITO
                   PERFORM 0004-MATCH-ACQUIRER
               END-IF
               IF WS-PIX-ACEITO
                   PERFORM 0005-MATCH-PIX
               END-IF
               PERFORM 0006-FINALIZE
           END-IF.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-ADQUIRENTE-DAT.
           CALL "DATADIR" USING WS-PTH-PIXEXTRATO-DAT.
           CALL "DATADIR" USING WS-PTH-TILL-DAT.
           CALL "DATADIR" USING WS-PTH-CARDPEND-DAT.
           CALL "DATADIR" USING WS-PTH-CARDCTL-DAT.
           CALL "DATADIR" USING WS-PTH-CARDRECON-RPT.

       0001-500-LOG-START.
           MOVE "CARDRECON" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "CARDRECON" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

      *----------------------------------------------------------------*
      * EACH INBOUND FILE IS PROVED WHOLE BEFORE ANY LINE OF IT IS     *
      * MATCHED. A FILE LEFT EMPTY BY THE LAST CLEAN RUN COUNTS AS NO  *
      * FILE TODAY.                                                    *
      *----------------------------------------------------------------*
       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-SERIAL-DATE-N.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-RUN-SERIAL.
           OPEN INPUT ADQUIRENTEFILE.
           IF WS-ADQ-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-ADQ-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR ADQUIRENTE.DAT - STATUS '
                       WS-ADQ-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 0002-300-VERIFY-ADQ
                   CLOSE ADQUIRENTEFILE
               END-IF
           END-IF.
           OPEN INPUT PIXFILE.
           IF WS-PIX-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-PIX-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR PIXEXTRATO.DAT - STATUS '
                       WS-PIX-STATUS
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM 0002-500-VERIFY-PIX
                   CLOSE PIXFILE
               END-IF
           END-IF.
           IF WS-ADQ-SW = "N" AND WS-PIX-SW = "N"
               DISPLAY 'SEM ARQUIVOS DE LIQUIDACAO DE CARTAO OU PIX '
                   'HOJE'
           ELSE
               IF RETURN-CODE = ZERO
                   PERFORM 0002-700-OPEN-REPORT
               END-IF
           END-IF.

       0002-300-VERIFY-ADQ.
           MOVE ZEROS TO WS-ENV-COUNT WS-ENV-HASH.
           MOVE "N" TO WS-ENV-SW.
           MOVE "N" TO WS-TRAILER-SW.
           PERFORM 0002-900-READ-ADQ.
           IF NOT WS-EOF-ADQ
               IF NOT ADQ-HEADER
                   DISPLAY 'ERRO: ADQUIRENTE.DAT SEM REGISTRO HEADER'
                   SET WS-ENV-BROKEN TO TRUE
               ELSE
                   PERFORM 0002-900-READ-ADQ
                   PERFORM 0002-400-VERIFY-ADQ-ONE
                       UNTIL WS-EOF-ADQ
                   IF NOT WS-TRAILER-SEEN
                       DISPLAY 'ERRO: ADQUIRENTE.DAT SEM REGISTRO '
                           'TRAILER'
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               END-IF
               IF WS-ENV-BROKEN
                   SET WS-ADQ-RECUSADO TO TRUE
               ELSE
                   SET WS-ADQ-ACEITO TO TRUE
               END-IF
           END-IF.

       0002-400-VERIFY-ADQ-ONE.
           IF ADQ-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF ADQT-COUNT NOT = WS-ENV-COUNT
                   DISPLAY 'ERRO: CONTAGEM DO TRAILER NAO CONFERE - '
                       'ADQUIRENTE.DAT'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               IF ADQT-TOTAL NOT = WS-ENV-HASH
                   DISPLAY 'ERRO: TOTAL DO TRAILER NAO CONFERE - '
                       'ADQUIRENTE.DAT'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               SET WS-EOF-ADQ TO TRUE
           ELSE
               IF ADQ-DETAIL
                   ADD 1 TO WS-ENV-COUNT
                   IF ADQD-DATA-VENDA IS NUMERIC
                      AND ADQD-RECIBO IS NUMERIC
                      AND ADQD-BRUTO IS NUMERIC
                      AND ADQD-TAXA IS NUMERIC
                      AND (ADQD-DEBITO OR ADQD-CREDITO)
                       ADD ADQD-BRUTO TO WS-ENV-HASH
                   ELSE
                       DISPLAY 'ERRO: LINHA INVALIDA NO ADQUIRENTE - '
                           'RECIBO ' ADQD-RECIBO
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'ERRO: TIPO DE REGISTRO INVALIDO - '
                       ADQ-TYPE
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               PERFORM 0002-900-READ-ADQ
           END-IF.

       0002-500-VERIFY-PIX.
           MOVE ZEROS TO WS-ENV-COUNT WS-ENV-HASH.
           MOVE "N" TO WS-ENV-SW.
           MOVE "N" TO WS-TRAILER-SW.
           PERFORM 0002-950-READ-PIX.
           IF NOT WS-EOF-PIX
               IF NOT PIX-HEADER
                   DISPLAY 'ERRO: PIXEXTRATO.DAT SEM REGISTRO HEADER'
                   SET WS-ENV-BROKEN TO TRUE
               ELSE
                   PERFORM 0002-950-READ-PIX
                   PERFORM 0002-600-VERIFY-PIX-ONE
                       UNTIL WS-EOF-PIX
                   IF NOT WS-TRAILER-SEEN
                       DISPLAY 'ERRO: PIXEXTRATO.DAT SEM REGISTRO '
                           'TRAILER'
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               END-IF
               IF WS-ENV-BROKEN
                   SET WS-PIX-RECUSADO TO TRUE
               ELSE
                   SET WS-PIX-ACEITO TO TRUE
               END-IF
           END-IF.

       0002-600-VERIFY-PIX-ONE.
           IF PIX-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF PIXT-COUNT NOT = WS-ENV-COUNT
                   DISPLAY 'ERRO: CONTAGEM DO TRAILER NAO CONFERE - '
                       'PIXEXTRATO.DAT'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               IF PIXT-TOTAL NOT = WS-ENV-HASH
                   DISPLAY 'ERRO: TOTAL DO TRAILER NAO CONFERE - '
                       'PIXEXTRATO.DAT'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               SET WS-EOF-PIX TO TRUE
           ELSE
               IF PIX-DETAIL
                   ADD 1 TO WS-ENV-COUNT
                   IF PIXD-DATA-VENDA IS NUMERIC
                      AND PIXD-RECIBO IS NUMERIC
                      AND PIXD-VALOR IS NUMERIC
                      AND PIXD-TARIFA IS NUMERIC
                       ADD PIXD-VALOR TO WS-ENV-HASH
                   ELSE
                       DISPLAY 'ERRO: LINHA INVALIDA NO EXTRATO PIX - '
                           'RECIBO ' PIXD-RECIBO
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'ERRO: TIPO DE REGISTRO INVALIDO - '
                       PIX-TYPE
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               PERFORM 0002-950-READ-PIX
           END-IF.

       0002-700-OPEN-REPORT.
           OPEN OUTPUT CARDRECONREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "CONCILIACAO DE CARTOES E PIX" TO RPT-BH-TITLE.
           WRITE WS-CREC-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-CREC-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-CREC-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE "ADQUIRENTE.DAT" TO CFL-NAME.
           EVALUATE TRUE
               WHEN WS-ADQ-ACEITO
                   MOVE "LIDO" TO CFL-TEXT
               WHEN WS-ADQ-RECUSADO
                   MOVE "RECUSADO - ENVELOPE INVALIDO" TO CFL-TEXT
               WHEN OTHER
                   MOVE "SEM MOVIMENTO HOJE" TO CFL-TEXT
           END-EVALUATE.
           WRITE WS-CREC-RPT-LINE FROM CREC-FILE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PIXEXTRATO.DAT" TO CFL-NAME.
           EVALUATE TRUE
               WHEN WS-PIX-ACEITO
                   MOVE "LIDO" TO CFL-TEXT
               WHEN WS-PIX-RECUSADO
                   MOVE "RECUSADO - ENVELOPE INVALIDO" TO CFL-TEXT
               WHEN OTHER
                   MOVE "SEM MOVIMENTO HOJE" TO CFL-TEXT
           END-EVALUATE.
           WRITE WS-CREC-RPT-LINE FROM CREC-FILE-LINE
               AFTER ADVANCING 1 LINE.

       0002-900-READ-ADQ.
           READ ADQUIRENTEFILE
               AT END SET WS-EOF-ADQ TO TRUE
           END-READ.

       0002-950-READ-PIX.
           READ PIXFILE
               AT END SET WS-EOF-PIX TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      * THE TILL SIDE - LINES STILL OPEN FROM EARLIER CYCLES, THEN THE *
      * CARD AND PIX AMOUNTS OF EVERY RECEIPT FROM THE DAYS CLOSED     *
      * SINCE THE LAST RUN. TODAY'S RECEIPTS WAIT FOR TOMORROW.        *
      *----------------------------------------------------------------*
       0003-LOAD-TILL-SIDE.
           OPEN INPUT CARDCTLFILE.
           IF WS-CCT-STATUS-OK
               READ CARDCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF CCTL-PROXIMA-DATA IS NUMERIC
                           MOVE CCTL-PROXIMA-DATA TO WS-PROXIMA-DATA
                       END-IF
               END-READ
               CLOSE CARDCTLFILE
           END-IF.
           OPEN INPUT CARDPENDFILE.
           IF WS-CPD-STATUS-OK
               READ CARDPENDFILE
                   AT END SET ENDOFCARDPEND TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCARDPEND
                   IF CPD-VALOR IS NUMERIC AND CPD-VALOR > ZEROS
                       MOVE CPD-DATA TO WS-LQ-DATA
                       MOVE CPD-RECIBO TO WS-LQ-RECIBO
                       MOVE CPD-FORMA TO WS-LQ-FORMA
                       MOVE CPD-VALOR TO WS-LQ-VALOR
                       PERFORM 0003-500-ADD-TILL-LINE
                       IF CX > ZEROS
                           MOVE CPD-OPER TO WS-CX-OPER(CX)
                           ADD 1 TO WS-CX-ANTERIOR-COUNT
                       END-IF
                   END-IF
                   READ CARDPENDFILE
                       AT END SET ENDOFCARDPEND TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CARDPENDFILE
           END-IF.
           OPEN INPUT TILLFILE.
           IF WS-TIL-STATUS-OK
               READ TILLFILE
                   AT END SET ENDOFTILL TO TRUE
               END-READ
               PERFORM 0003-300-TAKE-RECEIPT UNTIL ENDOFTILL
               CLOSE TILLFILE
           END-IF.

       0003-300-TAKE-RECEIPT.
           IF TILL-DATE NOT < WS-PROXIMA-DATA
              AND TILL-DATE < WS-RUN-DATE-NUM
              AND TILL-DEBITO IS NUMERIC
              AND TILL-CREDITO IS NUMERIC
              AND TILL-PIX IS NUMERIC
               MOVE TILL-DATE TO WS-LQ-DATA
               MOVE TILL-NUM TO WS-LQ-RECIBO
               IF TILL-DEBITO > ZEROS
                   MOVE "B" TO WS-LQ-FORMA
                   MOVE TILL-DEBITO TO WS-LQ-VALOR
                   PERFORM 0003-400-ADD-NEW-LINE
               END-IF
               IF TILL-CREDITO > ZEROS
                   MOVE "C" TO WS-LQ-FORMA
                   MOVE TILL-CREDITO TO WS-LQ-VALOR
                   PERFORM 0003-400-ADD-NEW-LINE
               END-IF
               IF TILL-PIX > ZEROS
                   MOVE "P" TO WS-LQ-FORMA
                   MOVE TILL-PIX TO WS-LQ-VALOR
                   PERFORM 0003-400-ADD-NEW-LINE
               END-IF
           END-IF.
           READ TILLFILE
               AT END SET ENDOFTILL TO TRUE
           END-READ.

       0003-400-ADD-NEW-LINE.
           PERFORM 0003-500-ADD-TILL-LINE.
           IF CX > ZEROS
               MOVE TILL-OPER TO WS-CX-OPER(CX)
               ADD 1 TO WS-CX-NOVAS-COUNT
           END-IF.

       0003-500-ADD-TILL-LINE.
           IF WS-CX-COUNT < 500
               ADD 1 TO WS-CX-COUNT
               MOVE WS-CX-COUNT TO CX
               MOVE WS-LQ-DATA TO WS-CX-DATA(CX)
               MOVE WS-LQ-RECIBO TO WS-CX-RECIBO(CX)
               MOVE WS-LQ-FORMA TO WS-CX-FORMA(CX)
               MOVE WS-LQ-VALOR TO WS-CX-VALOR(CX)
               MOVE ZEROS TO WS-CX-LIQUIDADO(CX)
               MOVE "P" TO WS-CX-FLAG(CX)
           ELSE
               IF NOT WS-TABLE-FULL
                   DISPLAY 'LIMITE DE 500 LINHAS DE CARTAO/PIX '
                       'EXCEDIDO - CONCILIACAO INCOMPLETA'
                   SET WS-TABLE-FULL TO TRUE
                   MOVE 1 TO RETURN-CODE
               END-IF
               MOVE ZEROS TO CX
           END-IF.

      *----------------------------------------------------------------*
      * SETTLEMENT SIDE - EACH ACQUIRER AND PIX LINE AGAINST THE TILL. *
      *----------------------------------------------------------------*
       0004-MATCH-ACQUIRER.
           MOVE "CONFRONTO DA LIQUIDACAO DO ADQUIRENTE" TO CSL-TEXT.
           WRITE WS-CREC-RPT-LINE FROM CREC-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT ADQUIRENTEFILE.
           PERFORM 0002-900-READ-ADQ.
           PERFORM 0002-900-READ-ADQ.
           PERFORM 0004-300-MATCH-ADQ-ONE
               UNTIL WS-EOF-ADQ OR ADQ-TRAILER.
           CLOSE ADQUIRENTEFILE.

       0004-300-MATCH-ADQ-ONE.
           MOVE ADQD-DATA-VENDA TO WS-LQ-DATA.
           MOVE ADQD-RECIBO TO WS-LQ-RECIBO.
           IF ADQD-DEBITO
               MOVE "B" TO WS-LQ-FORMA
               ADD ADQD-TAXA TO WS-TAXA-DEBITO
           ELSE
               MOVE "C" TO WS-LQ-FORMA
               ADD ADQD-TAXA TO WS-TAXA-CREDITO
           END-IF.
           MOVE ADQD-BRUTO TO WS-LQ-VALOR.
           MOVE ADQD-TAXA TO WS-LQ-TAXA.
           MOVE ADQD-NSU TO WS-LQ-REF.
           PERFORM 0007-MATCH-SETTLEMENT.
           PERFORM 0002-900-READ-ADQ.

       0005-MATCH-PIX.
           MOVE "CONFRONTO DO EXTRATO PIX" TO CSL-TEXT.
           WRITE WS-CREC-RPT-LINE FROM CREC-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           OPEN INPUT PIXFILE.
           PERFORM 0002-950-READ-PIX.
           PERFORM 0002-950-READ-PIX.
           PERFORM 0005-300-MATCH-PIX-ONE
               UNTIL WS-EOF-PIX OR PIX-TRAILER.
           CLOSE PIXFILE.

       0005-300-MATCH-PIX-ONE.
           MOVE PIXD-DATA-VENDA TO WS-LQ-DATA.
           MOVE PIXD-RECIBO TO WS-LQ-RECIBO.
           MOVE "P" TO WS-LQ-FORMA.
           MOVE PIXD-VALOR TO WS-LQ-VALOR.
           MOVE PIXD-TARIFA TO WS-LQ-TAXA.
           ADD PIXD-TARIFA TO WS-TAXA-PIX.
           MOVE PIXD-E2EID TO WS-LQ-REF.
           PERFORM 0007-MATCH-SETTLEMENT.
           PERFORM 0002-950-READ-PIX.

       0006-FINALIZE.
           MOVE "VENDAS DO CAIXA SEM LIQUIDACAO" TO CSL-TEXT.
           WRITE WS-CREC-RPT-LINE FROM CREC-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           IF NOT WS-TABLE-FULL
               OPEN OUTPUT CARDPENDFILE
           END-IF.
           PERFORM 0006-300-NOTE-PENDING
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-CX-COUNT.
           IF NOT WS-TABLE-FULL
               CLOSE CARDPENDFILE
               OPEN OUTPUT CARDCTLFILE
               MOVE WS-RUN-DATE-NUM TO CCTL-PROXIMA-DATA
               WRITE CCTL-RECORD
               CLOSE CARDCTLFILE
           END-IF.
           PERFORM 0006-500-TOTALS.
           WRITE WS-CREC-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE CARDRECONREPORTFILE.
           IF NOT WS-TABLE-FULL
               IF WS-ADQ-ACEITO
                   OPEN OUTPUT ADQUIRENTEFILE
                   CLOSE ADQUIRENTEFILE
               END-IF
               IF WS-PIX-ACEITO
                   OPEN OUTPUT PIXFILE
                   CLOSE PIXFILE
               END-IF
           END-IF.
           IF WS-ADQ-RECUSADO OR WS-PIX-RECUSADO
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'CONCILIACAO DE CARTOES E PIX CONCLUIDA'.

       0006-300-NOTE-PENDING.
           IF WS-CX-FLAG(CX) = "P"
               COMPUTE WS-PEND-VALOR =
                   WS-CX-VALOR(CX) - WS-CX-LIQUIDADO(CX)
               MOVE WS-CX-DATA(CX) TO WS-SERIAL-DATE-N
               PERFORM 0008-DATE-TO-SERIAL
               COMPUTE WS-DIAS-PENDENTE =
                   WS-RUN-SERIAL - WS-SERIAL-WORK
               MOVE WS-CX-FORMA(CX) TO WS-LQ-FORMA
               PERFORM 0008-500-TENDER-NAME
               MOVE WS-FORMA-NOME TO CPL-ORIGEM
               MOVE WS-CX-DATA(CX) TO CPL-DATA
               MOVE WS-CX-RECIBO(CX) TO CPL-RECIBO
               MOVE WS-CX-OPER(CX) TO CPL-OPER
               MOVE WS-PEND-VALOR TO CPL-VALOR
               MOVE WS-DIAS-PENDENTE TO CPL-DIAS
               IF WS-DIAS-PENDENTE > WS-PRAZO-DIAS
                   MOVE "  ATRASADA" TO CPL-ATRASO
                   ADD 1 TO WS-ATRASADAS-COUNT
               ELSE
                   MOVE SPACES TO CPL-ATRASO
               END-IF
               MOVE CREC-PEND-LINE TO WS-CREC-RPT-LINE
               CALL "DECFMT" USING WS-CREC-RPT-LINE, WS-CREC-RPT-LEN
               WRITE WS-CREC-RPT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-PENDENTES-COUNT
               ADD WS-PEND-VALOR TO WS-PENDENTES-VALOR
               IF NOT WS-TABLE-FULL
                   MOVE WS-CX-DATA(CX) TO CPD-DATA
                   MOVE WS-CX-RECIBO(CX) TO CPD-RECIBO
                   MOVE WS-CX-FORMA(CX) TO CPD-FORMA
                   MOVE WS-CX-OPER(CX) TO CPD-OPER
                   MOVE WS-PEND-VALOR TO CPD-VALOR
                   WRITE CPD-RECORD
               END-IF
           END-IF.

       0006-500-TOTALS.
           MOVE "LINHAS DO CAIXA NOVAS:" TO CCL-LABEL.
           MOVE WS-CX-NOVAS-COUNT TO CCL-COUNT.
           MOVE ZEROS TO CCL-VALOR.
           MOVE CREC-COUNT-LINE TO WS-CREC-RPT-LINE.
           CALL "DECFMT" USING WS-CREC-RPT-LINE, WS-CREC-RPT-LEN.
           WRITE WS-CREC-RPT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "PENDENTES DE CICLOS ANTERIORES:" TO CCL-LABEL.
           MOVE WS-CX-ANTERIOR-COUNT TO CCL-COUNT.
           MOVE ZEROS TO CCL-VALOR.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "LIQUIDACOES RECEBIDAS:" TO CCL-LABEL.
           MOVE WS-LIQUIDACOES-COUNT TO CCL-COUNT.
           MOVE WS-BRUTO-TOTAL TO CCL-VALOR.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "VENDAS CONCILIADAS:" TO CCL-LABEL.
           MOVE WS-CONCILIADAS-COUNT TO CCL-COUNT.
           MOVE WS-CONCILIADAS-VALOR TO CCL-VALOR.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "LIQUIDACOES SEM VENDA NO CAIXA:" TO CCL-LABEL.
           MOVE WS-SEM-VENDA-COUNT TO CCL-COUNT.
           MOVE WS-SEM-VENDA-VALOR TO CCL-VALOR.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "VALORES DIVERGENTES:" TO CCL-LABEL.
           MOVE WS-DIVERGENTES-COUNT TO CCL-COUNT.
           MOVE WS-DIVERGENTES-VALOR TO CCL-VALOR.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "VENDAS SEM LIQUIDACAO:" TO CCL-LABEL.
           MOVE WS-PENDENTES-COUNT TO CCL-COUNT.
           MOVE WS-PENDENTES-VALOR TO CCL-VALOR.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "  DAS QUAIS EM ATRASO:" TO CCL-LABEL.
           MOVE WS-ATRASADAS-COUNT TO CCL-COUNT.
           MOVE ZEROS TO CCL-VALOR.
           PERFORM 0006-600-COUNT-LINE.
           MOVE "TAXAS DESCONTADAS - DEBITO:" TO CTL-LABEL.
           MOVE WS-TAXA-DEBITO TO CTL-VALOR.
           MOVE CREC-TAXA-LINE TO WS-CREC-RPT-LINE.
           CALL "DECFMT" USING WS-CREC-RPT-LINE, WS-CREC-RPT-LEN.
           WRITE WS-CREC-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "TAXAS DESCONTADAS - CREDITO:" TO CTL-LABEL.
           MOVE WS-TAXA-CREDITO TO CTL-VALOR.
           PERFORM 0006-700-TAXA-LINE.
           MOVE "TARIFAS DESCONTADAS - PIX:" TO CTL-LABEL.
           MOVE WS-TAXA-PIX TO CTL-VALOR.
           PERFORM 0006-700-TAXA-LINE.
           COMPUTE WS-TAXA-TOTAL =
               WS-TAXA-DEBITO + WS-TAXA-CREDITO + WS-TAXA-PIX.
           MOVE "TOTAL DE TAXAS E TARIFAS:" TO CTL-LABEL.
           MOVE WS-TAXA-TOTAL TO CTL-VALOR.
           PERFORM 0006-700-TAXA-LINE.

       0006-600-COUNT-LINE.
           MOVE CREC-COUNT-LINE TO WS-CREC-RPT-LINE.
           CALL "DECFMT" USING WS-CREC-RPT-LINE, WS-CREC-RPT-LEN.
           WRITE WS-CREC-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0006-700-TAXA-LINE.
           MOVE CREC-TAXA-LINE TO WS-CREC-RPT-LINE.
           CALL "DECFMT" USING WS-CREC-RPT-LINE, WS-CREC-RPT-LEN.
           WRITE WS-CREC-RPT-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      * ONE SETTLEMENT LINE (WS-LQ-*) AGAINST THE OPEN TILL LINES OF   *
      * THE SAME DATE, RECEIPT AND TENDER.                             *
      *----------------------------------------------------------------*
       0007-MATCH-SETTLEMENT.
           ADD 1 TO WS-LIQUIDACOES-COUNT.
           ADD WS-LQ-VALOR TO WS-BRUTO-TOTAL.
           PERFORM 0007-100-SCAN-TILL
               VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CX-COUNT
                  OR (WS-CX-FLAG(CX) = "P"
                      AND WS-CX-DATA(CX) = WS-LQ-DATA
                      AND WS-CX-RECIBO(CX) = WS-LQ-RECIBO
                      AND WS-CX-FORMA(CX) = WS-LQ-FORMA).
           IF CX > WS-CX-COUNT
               PERFORM 0007-300-NO-SALE
           ELSE
               ADD WS-LQ-VALOR TO WS-CX-LIQUIDADO(CX)
               EVALUATE TRUE
                   WHEN WS-CX-LIQUIDADO(CX) = WS-CX-VALOR(CX)
                       MOVE "M" TO WS-CX-FLAG(CX)
                       ADD 1 TO WS-CONCILIADAS-COUNT
                       ADD WS-CX-VALOR(CX) TO WS-CONCILIADAS-VALOR
                   WHEN WS-CX-LIQUIDADO(CX) > WS-CX-VALOR(CX)
                       MOVE "X" TO WS-CX-FLAG(CX)
                       PERFORM 0007-500-DIVERGENCE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0007-100-SCAN-TILL.
           CONTINUE.

       0007-300-NO-SALE.
           PERFORM 0008-500-TENDER-NAME.
           MOVE WS-FORMA-NOME TO CLL-ORIGEM.
           MOVE WS-LQ-REF TO CLL-REF.
           MOVE WS-LQ-DATA TO CLL-DATA.
           MOVE WS-LQ-RECIBO TO CLL-RECIBO.
           MOVE WS-LQ-VALOR TO CLL-BRUTO.
           MOVE WS-LQ-TAXA TO CLL-TAXA.
           MOVE CREC-LIQ-LINE TO WS-CREC-RPT-LINE.
           CALL "DECFMT" USING WS-CREC-RPT-LINE, WS-CREC-RPT-LEN.
           WRITE WS-CREC-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SEM-VENDA-COUNT.
           ADD WS-LQ-VALOR TO WS-SEM-VENDA-VALOR.

       0007-500-DIVERGENCE.
           PERFORM 0008-500-TENDER-NAME.
           MOVE WS-FORMA-NOME TO CDL-ORIGEM.
           MOVE WS-CX-DATA(CX) TO CDL-DATA.
           MOVE WS-CX-RECIBO(CX) TO CDL-RECIBO.
           MOVE WS-CX-VALOR(CX) TO CDL-CAIXA.
           MOVE WS-CX-LIQUIDADO(CX) TO CDL-LIQUIDADO.
           MOVE CREC-DIV-LINE TO WS-CREC-RPT-LINE.
           CALL "DECFMT" USING WS-CREC-RPT-LINE, WS-CREC-RPT-LEN.
           WRITE WS-CREC-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-DIVERGENTES-COUNT.
           ADD WS-CX-LIQUIDADO(CX) TO WS-DIVERGENTES-VALOR.
           SUBTRACT WS-CX-VALOR(CX) FROM WS-DIVERGENTES-VALOR.

       0008-DATE-TO-SERIAL.
           IF WS-SDX-MES > 2
               MOVE WS-SDX-ANO TO WS-SER-ANO-BASE
           ELSE
               COMPUTE WS-SER-ANO-BASE = WS-SDX-ANO - 1
           END-IF.
           COMPUTE WS-SERIAL-WORK = WS-SDX-ANO * 365.
           COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 4.
           ADD WS-SER-AUX TO WS-SERIAL-WORK.
           COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 100.
           SUBTRACT WS-SER-AUX FROM WS-SERIAL-WORK.
           COMPUTE WS-SER-AUX = WS-SER-ANO-BASE / 400.
           ADD WS-SER-AUX TO WS-SERIAL-WORK.
           ADD WS-CUMDAYS-MES(WS-SDX-MES) TO WS-SERIAL-WORK.
           ADD WS-SDX-DIA TO WS-SERIAL-WORK.

       0008-500-TENDER-NAME.
           EVALUATE WS-LQ-FORMA
               WHEN "B" MOVE "DEBITO" TO WS-FORMA-NOME
               WHEN "C" MOVE "CREDITO" TO WS-FORMA-NOME
               WHEN "P" MOVE "PIX" TO WS-FORMA-NOME
               WHEN OTHER MOVE "?" TO WS-FORMA-NOME
           END-EVALUATE.

       END PROGRAM CARDRECON.
