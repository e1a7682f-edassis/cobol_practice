      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. A RETURN SENT BACK TO THE PUBLISHER
      *              IS ONLY WORTH THE CREDIT NOTE THAT COMES BACK FOR
      *              IT. RUN AFTER DEVOLPOST, THIS STEP WALKS
      *              DEVOLNC.DAT IN KEY ORDER (SUPPLIER, AUTHORISATION)
      *              AND LISTS EVERY RETURN LINE WHOSE CREDIT NOTE IS
      *              STILL PENDING MORE THAN THE NUMBER OF DAYS IN
      *              DEVOLCTL.DAT (DEFAULT 30) AFTER THE RETURN DATE,
      *              WITH THE SUPPLIER'S NAME AND CONTACT, THE DAYS
      *              OUTSTANDING AND THE VALUE AT COST, SUBTOTALLED BY
      *              SUPPLIER ON DEVOLAGE.RPT SO THE BUYER CAN CLAIM
      *              THE MONEY BEFORE IT QUIETLY GETS WRITTEN OFF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLNCFILE ASSIGN TO DYNAMIC WS-PTH-DEVOLNC-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DNC-CHAVE
               FILE STATUS IS WS-DNC-STATUS.

           SELECT DEVOLCTLFILE ASSIGN TO DYNAMIC WS-PTH-DEVOLCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT FORNECMFFILE ASSIGN TO DYNAMIC WS-PTH-FORNECMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORN-STATUS.

           SELECT DEVOLAGEREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-DEVOLAGE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEVOLNCFILE.
       01  DNC-RECORD.
           88 ENDOFDEVOLNC       VALUE HIGH-VALUES.
           05 DNC-CHAVE.
              10 DNC-FORNECEDOR  PIC X(5).
              10 DNC-AUTORIZACAO PIC X(10).
              10 DNC-BOOKNUM     PIC X(5).
              10 DNC-FILIAL      PIC X(3).
           05 DNC-QTY            PIC 9(5).
           05 DNC-CUSTO-UNIT     PIC 9(5)V99.
           05 DNC-VALOR          PIC 9(10)V99.
           05 DNC-DATA-DEVOL     PIC 9(8).
           05 DNC-SITUACAO       PIC X(1).
              88 DNC-PENDENTE    VALUE "P".
              88 DNC-RECEBIDA    VALUE "R".
           05 DNC-NOTA-CREDITO   PIC X(9).
           05 DNC-DATA-CREDITO   PIC 9(8).

       FD  DEVOLCTLFILE.
       01  DEVCTL-RECORD.
           05 DEVCTL-DIAS        PIC 9(3).

       FD  FORNECMFFILE.
       01  FORN-RECORD.
           88 ENDOFFORNECMF      VALUE HIGH-VALUES.
           02 FORN-CODIGO        PIC X(5).
           02 FORN-NOME          PIC X(30).
           02 FORN-CONTATO       PIC X(25).
           02 FORN-PRAZO-X       PIC X(3).

       FD  DEVOLAGEREPORTFILE.
       01  WS-DAGE-RPT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-DEVOLNC-DAT PIC X(44)
           VALUE "ASSETS/DEVOLNC.DAT".
       77  WS-PTH-DEVOLCTL-DAT PIC X(44)
           VALUE "ASSETS/DEVOLCTL.DAT".
       77  WS-PTH-FORNECMF-DAT PIC X(44)
           VALUE "ASSETS/FORNECMF.DAT".
       77  WS-PTH-DEVOLAGE-RPT PIC X(44)
           VALUE "ASSETS/DEVOLAGE.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-DAGE-RPT-LEN       PIC 9(03) VALUE 100.
       77  WS-DNC-STATUS         PIC X(02) VALUE SPACES.
           88 WS-DNC-STATUS-OK   VALUE "00".
       77  WS-CTL-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CTL-STATUS-OK   VALUE "00".
       77  WS-FORN-STATUS        PIC X(02) VALUE SPACES.
           88 WS-FORN-STATUS-OK  VALUE "00".
       77  WS-DNC-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-DNC-OPENED      VALUE "Y".

       77  WS-PRAZO-DIAS         PIC 9(3) VALUE 30.
       77  WS-DIAS-PENDENTE      PIC S9(7) VALUE ZEROS.
       77  WS-ATRASO-COUNT       PIC 9(5) VALUE ZEROS.
       77  WS-TOTAL-COPIAS       PIC 9(7) VALUE ZEROS.
       77  WS-TOTAL-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77  WS-FORN-ATUAL         PIC X(5) VALUE SPACES.
       77  WS-FORN-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77  WS-FORN-ATIVO-SW      PIC X(01) VALUE "N".
           88 WS-FORN-ATIVO      VALUE "Y".
       77  WS-RUN-SERIAL         PIC 9(7) VALUE ZEROS.
       77  WS-DEV-SERIAL         PIC 9(7) VALUE ZEROS.
       77  WS-SERIAL-WORK        PIC 9(7) VALUE ZEROS.
       77  WS-SER-AUX            PIC 9(7) VALUE ZEROS.

       01  WS-SERIAL-DATE-X.
           05 WS-SDX-ANO         PIC 9(4).
           05 WS-SDX-MES         PIC 9(2).
           05 WS-SDX-DIA         PIC 9(2).

       01  WS-CUMDAYS-TABLE.
           05 FILLER             PIC X(36)
              VALUE "000031059090120151181212243273304334".
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-TABLE.
           05 WS-CUMDAYS-MES     PIC 9(3) OCCURS 12 TIMES.

       01  WS-FORN-TABLE.
           05 WS-FORN-ENTRY OCCURS 100 TIMES.
              10 WS-FT-CODIGO    PIC X(5).
              10 WS-FT-NOME      PIC X(30).
              10 WS-FT-CONTATO   PIC X(25).
       01  WS-FORN-COUNT         PIC 9(3) VALUE ZEROS.
       01  FX                    PIC 9(3).

       01  DAGE-PRAZO-LINE.
           05 FILLER             PIC X(36)
              VALUE "CREDITOS PENDENTES HA MAIS DE      ".
           05 DPL-DIAS           PIC ZZ9.
           05 FILLER             PIC X(05) VALUE " DIAS".

       01  DAGE-HEADING.
           05 FILLER             PIC X(12) VALUE "AUTORIZACAO".
           05 FILLER             PIC X(07) VALUE "LIVRO".
           05 FILLER             PIC X(05) VALUE "FIL.".
           05 FILLER             PIC X(07) VALUE "  QTD".
           05 FILLER             PIC X(10) VALUE "DEVOLVIDO".
           05 FILLER             PIC X(06) VALUE "DIAS".
           05 FILLER             PIC X(15) VALUE "  VALOR A CRED.".

       01  DAGE-FORN-LINE.
           05 FILLER             PIC X(12) VALUE "FORNECEDOR: ".
           05 DFL-CODIGO         PIC X(5).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DFL-NOME           PIC X(30).
           05 FILLER             PIC X(10) VALUE " CONTATO: ".
           05 DFL-CONTATO        PIC X(25).

       01  DAGE-DETAIL-LINE.
           05 DDL-AUTORIZACAO    PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-BOOKNUM        PIC X(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-FILIAL         PIC X(3).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-QTY            PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-DATA-DEVOL     PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-DIAS           PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DDL-VALOR          PIC Z(9)9,99.

       01  DAGE-FORN-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "  TOTAL DO FORNECEDOR:        ".
           05 DFT-VALOR          PIC Z(10)9,99.

       01  DAGE-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "LINHAS COM CREDITO ATRASADO:  ".
           05 DTL-COUNT          PIC ZZZZ9.

       01  DAGE-COPIAS-LINE.
           05 FILLER             PIC X(30)
              VALUE "COPIAS DEVOLVIDAS SEM CREDITO:".
           05 DTL-COPIAS         PIC ZZZZZZ9.

       01  DAGE-VALOR-LINE.
           05 FILLER             PIC X(30)
              VALUE "VALOR A RECEBER (CUSTO):      ".
           05 DTL-VALOR          PIC Z(10)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-AGE-RETURN UNTIL ENDOFDEVOLNC.
           PERFORM 0004-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "DEVOLAGE" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "DEVOLAGE" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           OPEN INPUT DEVOLCTLFILE.
           IF WS-CTL-STATUS-OK
               READ DEVOLCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF DEVCTL-DIAS IS NUMERIC
                          AND DEVCTL-DIAS > ZEROS
                           MOVE DEVCTL-DIAS TO WS-PRAZO-DIAS
                       END-IF
               END-READ
               CLOSE DEVOLCTLFILE
           END-IF.
           OPEN OUTPUT DEVOLAGEREPORTFILE.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "DEVOLUCOES COM NOTA DE CREDITO EM ATRASO"
               TO RPT-BH-TITLE.
           WRITE WS-DAGE-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-DAGE-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-DAGE-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-PRAZO-DIAS TO DPL-DIAS.
           WRITE WS-DAGE-RPT-LINE FROM DAGE-PRAZO-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-DAGE-RPT-LINE FROM DAGE-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE WS-RUN-DATE-NUM TO WS-SERIAL-DATE-X.
           PERFORM 0008-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-RUN-SERIAL.
           PERFORM 0002-300-LOAD-FORNECEDORES.
           OPEN INPUT DEVOLNCFILE.
           IF NOT WS-DNC-STATUS-OK
               DISPLAY 'SEM DEVOLNC.DAT - NENHUMA DEVOLUCAO REGISTRADA'
               SET ENDOFDEVOLNC TO TRUE
           ELSE
               SET WS-DNC-OPENED TO TRUE
               PERFORM 0002-500-READ-DEVOLNC
           END-IF.

       0002-300-LOAD-FORNECEDORES.
           OPEN INPUT FORNECMFFILE.
           IF WS-FORN-STATUS-OK
               READ FORNECMFFILE
                   AT END SET ENDOFFORNECMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFORNECMF
                   IF WS-FORN-COUNT < 100
                       ADD 1 TO WS-FORN-COUNT
                       MOVE FORN-CODIGO TO WS-FT-CODIGO(WS-FORN-COUNT)
                       MOVE FORN-NOME TO WS-FT-NOME(WS-FORN-COUNT)
                       MOVE FORN-CONTATO
                           TO WS-FT-CONTATO(WS-FORN-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 100 FORNECEDORES NO MASTER'
                   END-IF
                   READ FORNECMFFILE
                       AT END SET ENDOFFORNECMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FORNECMFFILE
           ELSE
               DISPLAY 'AVISO: FORNECMF.DAT INDISPONIVEL - STATUS '
                   WS-FORN-STATUS
           END-IF.

       0002-500-READ-DEVOLNC.
           READ DEVOLNCFILE NEXT RECORD
               AT END SET ENDOFDEVOLNC TO TRUE
           END-READ.

       0003-AGE-RETURN.
           IF DNC-PENDENTE
               MOVE DNC-DATA-DEVOL TO WS-SERIAL-DATE-X
               PERFORM 0008-DATE-TO-SERIAL
               MOVE WS-SERIAL-WORK TO WS-DEV-SERIAL
               COMPUTE WS-DIAS-PENDENTE =
                   WS-RUN-SERIAL - WS-DEV-SERIAL
               IF WS-DIAS-PENDENTE > WS-PRAZO-DIAS
                   IF NOT WS-FORN-ATIVO
                      OR DNC-FORNECEDOR NOT = WS-FORN-ATUAL
                       IF WS-FORN-ATIVO
                           PERFORM 0003-700-FORN-TOTAL
                       END-IF
                       PERFORM 0003-600-FORN-HEADER
                   END-IF
                   MOVE DNC-AUTORIZACAO TO DDL-AUTORIZACAO
                   MOVE DNC-BOOKNUM TO DDL-BOOKNUM
                   MOVE DNC-FILIAL TO DDL-FILIAL
                   MOVE DNC-QTY TO DDL-QTY
                   MOVE DNC-DATA-DEVOL TO DDL-DATA-DEVOL
                   MOVE WS-DIAS-PENDENTE TO DDL-DIAS
                   MOVE DNC-VALOR TO DDL-VALOR
                   MOVE DAGE-DETAIL-LINE TO WS-DAGE-RPT-LINE
                   CALL "DECFMT" USING WS-DAGE-RPT-LINE,
                       WS-DAGE-RPT-LEN
                   WRITE WS-DAGE-RPT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-ATRASO-COUNT
                   ADD DNC-QTY TO WS-TOTAL-COPIAS
                   ADD DNC-VALOR TO WS-TOTAL-VALOR
                   ADD DNC-VALOR TO WS-FORN-VALOR
               END-IF
           END-IF.
           PERFORM 0002-500-READ-DEVOLNC.

       0003-600-FORN-HEADER.
           SET WS-FORN-ATIVO TO TRUE.
           MOVE DNC-FORNECEDOR TO WS-FORN-ATUAL.
           MOVE ZEROS TO WS-FORN-VALOR.
           MOVE DNC-FORNECEDOR TO DFL-CODIGO.
           MOVE SPACES TO DFL-CONTATO.
           PERFORM 0003-650-SCAN-FORNECEDOR
               VARYING FX FROM 1 BY 1
               UNTIL FX > WS-FORN-COUNT
                  OR WS-FT-CODIGO(FX) = DNC-FORNECEDOR.
           IF FX > WS-FORN-COUNT
               MOVE "FORNECEDOR NAO CADASTRADO" TO DFL-NOME
           ELSE
               MOVE WS-FT-NOME(FX) TO DFL-NOME
               MOVE WS-FT-CONTATO(FX) TO DFL-CONTATO
           END-IF.
           WRITE WS-DAGE-RPT-LINE FROM DAGE-FORN-LINE
               AFTER ADVANCING 2 LINES.

       0003-650-SCAN-FORNECEDOR.
           CONTINUE.

       0003-700-FORN-TOTAL.
           MOVE WS-FORN-VALOR TO DFT-VALOR.
           MOVE DAGE-FORN-TOTAL-LINE TO WS-DAGE-RPT-LINE.
           CALL "DECFMT" USING WS-DAGE-RPT-LINE, WS-DAGE-RPT-LEN.
           WRITE WS-DAGE-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0008-DATE-TO-SERIAL.
           COMPUTE WS-SERIAL-WORK = WS-SDX-ANO * 365.
           COMPUTE WS-SER-AUX = WS-SDX-ANO / 4.
           ADD WS-SER-AUX TO WS-SERIAL-WORK.
           ADD WS-CUMDAYS-MES(WS-SDX-MES) TO WS-SERIAL-WORK.
           ADD WS-SDX-DIA TO WS-SERIAL-WORK.

       0004-FINALIZE.
           IF WS-FORN-ATIVO
               PERFORM 0003-700-FORN-TOTAL
           END-IF.
           MOVE WS-ATRASO-COUNT TO DTL-COUNT.
           WRITE WS-DAGE-RPT-LINE FROM DAGE-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-TOTAL-COPIAS TO DTL-COPIAS.
           WRITE WS-DAGE-RPT-LINE FROM DAGE-COPIAS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-VALOR TO DTL-VALOR.
           MOVE DAGE-VALOR-LINE TO WS-DAGE-RPT-LINE.
           CALL "DECFMT" USING WS-DAGE-RPT-LINE, WS-DAGE-RPT-LEN.
           WRITE WS-DAGE-RPT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-DAGE-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE DEVOLAGEREPORTFILE.
           IF WS-DNC-OPENED
               CLOSE DEVOLNCFILE
           END-IF.
           DISPLAY 'ACOMPANHAMENTO DE CREDITOS DE DEVOLUCAO CONCLUIDO'.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-DEVOLNC-DAT.
           CALL "DATADIR" USING WS-PTH-DEVOLCTL-DAT.
           CALL "DATADIR" USING WS-PTH-FORNECMF-DAT.
           CALL "DATADIR" USING WS-PTH-DEVOLAGE-RPT.

       END PROGRAM DEVOLAGE.
