      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. CLIENTMF NAMES EACH CLIENT'S
      *              ADVISOR BUT NOTHING SUMMED THE BOOK BY ADVISOR,
      *              AND COMMISSION LIVED IN A SPREADSHEET. FOR THE
      *              MONTH GIVEN AS THE RUN ARGUMENT (AAAAMM; WITHOUT
      *              IT, THE MONTH BEFORE THE RUN DATE) THIS RUN READS
      *              THE POSITION MOVEMENT LEDGER INVMOV.DAT KEPT BY
      *              INVPOS AND PRINTS CARTEIRA.RPT, ONE PAGE PER
      *              ADVISOR: EACH CLIENT'S BALANCE AT THE END OF THE
      *              PREVIOUS MONTH, CONTRIBUTIONS, REDEMPTIONS, NET
      *              FLOW AND BALANCE AT MONTH END (FULL REDEMPTIONS
      *              FLAGGED), THEN THE ADVISOR'S ASSETS UNDER
      *              MANAGEMENT, MONTH-ON-MONTH CHANGE, CLIENTS WHO
      *              REDEEMED EVERYTHING, AVERAGE ASSETS (DAY-WEIGHTED
      *              OVER THE MONTH) AND THE COMMISSION AT THE ANNUAL
      *              RATE ON ASSESCTL.DAT (CTLMAINT OPTION A), ONE
      *              TWELFTH A MONTH. EACH COMMISSION DUE IS WRITTEN TO
      *              COMISSAO.DAT BY PAYROLL MATRICULA FOR THE PAYROLL
      *              TEAM; A RERUN OF THE MONTH REWRITES IT. ADVISORS
      *              WITHOUT A RATE ARE FLAGGED, NEVER PAID AT ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTEIRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVLEDGERFILE ASSIGN TO DYNAMIC WS-PTH-INVMOV-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.

           SELECT CLIENTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CLIENTMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT ASSESCTLFILE ASSIGN TO DYNAMIC WS-PTH-ASSESCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASC-STATUS.

           SELECT CARSORTFILE ASSIGN TO DYNAMIC WS-PTH-CARTEIRA-SRT.

           SELECT CARREPORTFILE ASSIGN TO DYNAMIC WS-PTH-CARTEIRA-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMISSAOFILE ASSIGN TO DYNAMIC WS-PTH-COMISSAO-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVLEDGERFILE.
       01  MOV-RECORD.
           88 WS-EOF-MOV           VALUE HIGH-VALUES.
           05 MOV-CLIENTE          PIC 9(05).
           05 MOV-PRODUTO          PIC X(03).
           05 MOV-DATA             PIC 9(08).
           05 MOV-TIPO             PIC X(01).
           05 MOV-VALOR            PIC S9(11)V9(2)
                                   SIGN IS LEADING SEPARATE.
           05 MOV-REND-PARCELA     PIC 9(11)V9(2).
           05 MOV-SALDO            PIC 9(11)V9(2).
           05 MOV-ISENTO           PIC X(01).
           05 MOV-DATA-REG         PIC 9(08).

       FD  CLIENTMASTERFILE.
       01  CLIMF-RECORD.
           88 WS-EOF-CLIENTMF      VALUE HIGH-VALUES.
           05 CLIMF-ID             PIC 9(5).
           05 CLIMF-NAME           PIC X(30).
           05 CLIMF-ADVISOR        PIC X(30).

       FD  ASSESCTLFILE.
       01  ASC-RECORD.
           88 WS-EOF-ASSESCTL      VALUE HIGH-VALUES.
           05 ASC-NOME             PIC X(30).
           05 ASC-MATRICULA        PIC 9(06).
           05 ASC-TAXA             PIC 9(02)V9(04).

       SD  CARSORTFILE.
       01  CSR-SORTREC.
           88 ENDOFCARSORT         VALUE HIGH-VALUES.
           05 CSR-ASSESSOR         PIC X(30).
           05 CSR-CLIENTE          PIC 9(05).
           05 CSR-DATA.
              10 CSR-ANO           PIC 9(04).
              10 CSR-MES           PIC 9(02).
              10 CSR-DIA           PIC 9(02).
           05 CSR-DATA-NUM REDEFINES CSR-DATA
                                   PIC 9(08).
           05 CSR-SEQ              PIC 9(07).
           05 CSR-TIPO             PIC X(01).
              88 CSR-SALDO-INICIAL VALUE "S".
              88 CSR-APORTE        VALUE "C".
              88 CSR-RENDIMENTO    VALUE "J".
              88 CSR-RESGATE       VALUE "R".
              88 CSR-VENCIMENTO    VALUE "V".
              88 CSR-IR-RETIDO     VALUE "I".
           05 CSR-VALOR            PIC S9(11)V9(2).

       FD  CARREPORTFILE.
       01  WS-CAR-RPT-LINE         PIC X(132).

       FD  COMISSAOFILE.
       01  COM-RECORD.
           05 COM-COMPETENCIA      PIC 9(06).
           05 COM-MATRICULA        PIC 9(06).
           05 COM-ASSESSOR         PIC X(30).
           05 COM-MEDIA-AUM        PIC 9(13)V9(2).
           05 COM-TAXA             PIC 9(02)V9(04).
           05 COM-VALOR            PIC 9(09)V9(2).

       WORKING-STORAGE SECTION.
       77  WS-PTH-INVMOV-DAT PIC X(44)
           VALUE "ASSETS/INVMOV.DAT".
       77  WS-PTH-CLIENTMF-DAT PIC X(44)
           VALUE "ASSETS/CLIENTMF.DAT".
       77  WS-PTH-ASSESCTL-DAT PIC X(44)
           VALUE "ASSETS/ASSESCTL.DAT".
       77  WS-PTH-CARTEIRA-SRT PIC X(44)
           VALUE "ASSETS/CARTEIRA.SRT".
       77  WS-PTH-CARTEIRA-RPT PIC X(44)
           VALUE "ASSETS/CARTEIRA.RPT".
       77  WS-PTH-COMISSAO-DAT PIC X(44)
           VALUE "ASSETS/COMISSAO.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-CAR-RPT-LEN          PIC 9(03) VALUE 132.
       77  WS-MOV-STATUS           PIC X(02) VALUE SPACES.
           88 WS-MOV-STATUS-OK     VALUE "00".
           88 WS-MOV-NOT-FOUND     VALUE "35".
       77  WS-CLI-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CLI-STATUS-OK     VALUE "00".
       77  WS-ASC-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ASC-STATUS-OK     VALUE "00".
       77  WS-COM-STATUS           PIC X(02) VALUE SPACES.
           88 WS-COM-STATUS-OK     VALUE "00".
       77  WS-MES-PARM             PIC X(06) VALUE SPACES.
       77  WS-DATA-VALIDA          PIC X(01) VALUE "N".
       77  WS-INI-MES              PIC 9(08) VALUE ZEROS.
       77  WS-FIM-MES              PIC 9(08) VALUE ZEROS.
       77  WS-FIM-ANT              PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-MES             PIC 9(02) VALUE ZEROS.
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WS-SEQ                  PIC 9(07) VALUE ZEROS.
       77  WS-LINHAS-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-ASSESSORES     PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-SEM-TAXA       PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-COMISSOES      PIC 9(05) VALUE ZEROS.
       77  WS-ASC-INVALIDAS        PIC 9(05) VALUE ZEROS.
       77  WS-PREV-ASSESSOR        PIC X(30) VALUE SPACES.
       77  WS-PREV-CLIENTE         PIC 9(05) VALUE ZEROS.
       77  WS-DIAS-DECORRIDOS      PIC 9(02) VALUE ZEROS.
       77  WS-COMISSAO             PIC 9(09)V9(2) VALUE ZEROS.
       77  WS-VARIACAO-PCT         PIC S9(05)V9(2) VALUE ZEROS.

       01  WS-FIRST-GROUP-SW       PIC X(01) VALUE "Y".
           88 WS-FIRST-GROUP       VALUE "Y".

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-RUN-MES           PIC 9(2).
           05 WS-RUN-DIA           PIC 9(2).

       01  WS-REF-DATE-SPLIT.
           05 WS-REF-ANO           PIC 9(4).
           05 WS-REF-MES           PIC 9(2).
           05 WS-REF-DIA           PIC 9(2).
       01  WS-REF-DATE-NUM REDEFINES WS-REF-DATE-SPLIT
                                   PIC 9(8).

      *    THE CLIENT BEING READ
       01  WS-CLI-ACUM.
           05 WS-CA-SALDO-ANT      PIC S9(12)V9(2).
           05 WS-CA-SALDO          PIC S9(12)V9(2).
           05 WS-CA-APORTES        PIC S9(12)V9(2).
           05 WS-CA-RESGATES       PIC S9(12)V9(2).
           05 WS-CA-FLUXO          PIC S9(12)V9(2).
           05 WS-CA-SALDO-DIAS     PIC S9(14)V9(2).
           05 WS-CA-MEDIA          PIC S9(12)V9(2).
           05 WS-CA-ULT-DIA        PIC 9(02).

      *    THE ADVISOR BEING READ
       01  WS-ASS-ACUM.
           05 WS-AA-SALDO-ANT      PIC S9(13)V9(2).
           05 WS-AA-SALDO          PIC S9(13)V9(2).
           05 WS-AA-APORTES        PIC S9(13)V9(2).
           05 WS-AA-RESGATES       PIC S9(13)V9(2).
           05 WS-AA-FLUXO          PIC S9(13)V9(2).
           05 WS-AA-MEDIA          PIC S9(13)V9(2).
           05 WS-AA-VARIACAO       PIC S9(13)V9(2).
           05 WS-AA-CLIENTES       PIC 9(05).
           05 WS-AA-ZERADOS        PIC 9(05).

      *    THE WHOLE BOOK
       01  WS-GER-ACUM.
           05 WS-GA-SALDO-ANT      PIC S9(13)V9(2).
           05 WS-GA-SALDO          PIC S9(13)V9(2).
           05 WS-GA-APORTES        PIC S9(13)V9(2).
           05 WS-GA-RESGATES       PIC S9(13)V9(2).
           05 WS-GA-FLUXO          PIC S9(13)V9(2).
           05 WS-GA-MEDIA          PIC S9(13)V9(2).
           05 WS-GA-COMISSAO       PIC 9(11)V9(2).
           05 WS-GA-CLIENTES       PIC 9(05).
           05 WS-GA-ZERADOS        PIC 9(05).

       01  WS-CLIENT-TABLE.
           05 WS-CLIENT-ENTRY OCCURS 50 TIMES.
              10 WS-CLI-ID         PIC 9(5).
              10 WS-CLI-NAME       PIC X(30).
              10 WS-CLI-ADVISOR    PIC X(30).
       01  WS-CLIENT-COUNT         PIC 9(2) VALUE ZEROS.
       01  CLX                     PIC 9(2) VALUE ZEROS.

       01  WS-ASSESSOR-TABLE.
           05 WS-ASSESSOR-ENTRY OCCURS 50 TIMES.
              10 WS-ASC-NOME       PIC X(30).
              10 WS-ASC-MATRICULA  PIC 9(06).
              10 WS-ASC-TAXA       PIC 9(02)V9(04).
       01  WS-ASSESSOR-COUNT       PIC 9(2) VALUE ZEROS.
       01  ASX                     PIC 9(2) VALUE ZEROS.

       01  CAR-MES-LINE.
           05 FILLER               PIC X(39)
              VALUE "CARTEIRA DOS ASSESSORES - COMPETENCIA: ".
           05 CML-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE "/".
           05 CML-ANO              PIC 9(04).

       01  CAR-ASSESSOR-LINE.
           05 FILLER               PIC X(10) VALUE "ASSESSOR: ".
           05 CAL-NOME             PIC X(30).
           05 FILLER               PIC X(13) VALUE "  MATRICULA: ".
           05 CAL-MATRICULA        PIC X(06).

       01  CAR-COLUMN-HEADING.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(37) VALUE "CLIENTE".
           05 FILLER               PIC X(16)
              VALUE "  SALDO ANTERIOR".
           05 FILLER               PIC X(16)
              VALUE "        APORTES".
           05 FILLER               PIC X(16)
              VALUE "       RESGATES".
           05 FILLER               PIC X(16)
              VALUE "  FLUXO LIQUIDO".
           05 FILLER               PIC X(16)
              VALUE "     SALDO FINAL".

       01  CAR-CLIENT-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CCL-ID               PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CCL-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CCL-SALDO-ANT        PIC -(11)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CCL-APORTES          PIC -(11)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CCL-RESGATES         PIC -(11)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CCL-FLUXO            PIC -(11)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CCL-SALDO            PIC -(11)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CCL-NOTA             PIC X(14).

       01  CAR-VALOR-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CVL-LABEL            PIC X(40).
           05 CVL-VALOR            PIC -(12)9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CVL-NOTA             PIC X(50).

       01  CAR-PCT-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CPL-LABEL            PIC X(40).
           05 FILLER               PIC X(07) VALUE SPACES.
           05 CPL-PCT              PIC -(5)9,99.
           05 FILLER               PIC X(01) VALUE "%".

       01  CAR-TAXA-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE "TAXA DE COMISSAO (% A.A.)".
           05 FILLER               PIC X(08) VALUE SPACES.
           05 CTL-TAXA             PIC Z9,9999.

       01  CAR-COUNT-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CCT-LABEL            PIC X(40).
           05 FILLER               PIC X(10) VALUE SPACES.
           05 CCT-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           SORT CARSORTFILE
               ON ASCENDING KEY CSR-ASSESSOR CSR-CLIENTE CSR-DATA
                                CSR-SEQ
               INPUT PROCEDURE IS 0003-SELECT-MOVEMENTS
               OUTPUT PROCEDURE IS 0004-PRINT-BOOKS.
           PERFORM 0005-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-INVMOV-DAT.
           CALL "DATADIR" USING WS-PTH-CLIENTMF-DAT.
           CALL "DATADIR" USING WS-PTH-ASSESCTL-DAT.
           CALL "DATADIR" USING WS-PTH-CARTEIRA-SRT.
           CALL "DATADIR" USING WS-PTH-CARTEIRA-RPT.
           CALL "DATADIR" USING WS-PTH-COMISSAO-DAT.

       0001-500-LOG-START.
           MOVE "CARTEIRA" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "INVMOV" TO RLOG-STAT-LABEL.
           MOVE WS-LINHAS-LIDAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "ASSESSORES" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-ASSESSORES TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "COMISSOES" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-COMISSOES TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "CARTEIRA" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "CARTEIRA" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           MOVE SPACES TO WS-MES-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MES-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-MES-PARM
           END-ACCEPT.
           MOVE 1 TO WS-REF-DIA.
           IF WS-MES-PARM IS NUMERIC
               MOVE WS-MES-PARM(1:4) TO WS-REF-ANO
               MOVE WS-MES-PARM(5:2) TO WS-REF-MES
           END-IF.
           IF WS-MES-PARM IS NOT NUMERIC
              OR WS-REF-MES = ZEROS OR WS-REF-MES > 12
               IF WS-MES-PARM NOT = SPACES
                   DISPLAY 'AVISO: MES INVALIDO ' WS-MES-PARM
                       ' - USADO O MES ANTERIOR'
               END-IF
               IF WS-RUN-MES = 1
                   COMPUTE WS-REF-ANO = WS-RUN-ANO - 1
                   MOVE 12 TO WS-REF-MES
               ELSE
                   MOVE WS-RUN-ANO TO WS-REF-ANO
                   COMPUTE WS-REF-MES = WS-RUN-MES - 1
               END-IF
           END-IF.
           MOVE WS-REF-ANO TO CML-ANO.
           MOVE WS-REF-MES TO CML-MES.
           COMPUTE WS-COMPETENCIA = (WS-REF-ANO * 100) + WS-REF-MES.
           MOVE WS-REF-DATE-NUM TO WS-INI-MES.
           MOVE 31 TO WS-REF-DIA.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM 0002-100-FIT-DAY
               UNTIL WS-DATA-VALIDA = "Y".
           MOVE WS-REF-DATE-NUM TO WS-FIM-MES.
           MOVE WS-REF-DIA TO WS-DIAS-MES.
           MOVE WS-INI-MES TO WS-REF-DATE-NUM.
           PERFORM 0002-150-LAST-DAY-BEFORE.
           MOVE WS-REF-DATE-NUM TO WS-FIM-ANT.
           MOVE ZEROS TO WS-GER-ACUM.
           PERFORM 0002-400-LOAD-CLIENTS.
           PERFORM 0002-600-LOAD-ADVISORS.
           OPEN OUTPUT CARREPORTFILE.
           OPEN OUTPUT COMISSAOFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "CARTEIRA E COMISSAO POR ASSESSOR" TO RPT-BH-TITLE.

       0002-100-FIT-DAY.
           CALL 'DATEVALID' USING WS-REF-DATE-SPLIT WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = "Y"
               SUBTRACT 1 FROM WS-REF-DIA
           END-IF.

      * LAST DAY OF THE PREVIOUS MONTH FOR THE OPENING BALANCES.
       0002-150-LAST-DAY-BEFORE.
           IF WS-REF-MES = 1
               SUBTRACT 1 FROM WS-REF-ANO
               MOVE 12 TO WS-REF-MES
           ELSE
               SUBTRACT 1 FROM WS-REF-MES
           END-IF.
           MOVE 31 TO WS-REF-DIA.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM 0002-100-FIT-DAY
               UNTIL WS-DATA-VALIDA = "Y".

       0002-400-LOAD-CLIENTS.
           OPEN INPUT CLIENTMASTERFILE.
           IF WS-CLI-STATUS-OK
               READ CLIENTMASTERFILE
                   AT END SET WS-EOF-CLIENTMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-CLIENTMF
                   IF WS-CLIENT-COUNT < 50
                       ADD 1 TO WS-CLIENT-COUNT
                       MOVE CLIMF-ID
                           TO WS-CLI-ID(WS-CLIENT-COUNT)
                       MOVE CLIMF-NAME
                           TO WS-CLI-NAME(WS-CLIENT-COUNT)
                       MOVE CLIMF-ADVISOR
                           TO WS-CLI-ADVISOR(WS-CLIENT-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 50 CLIENTES EXCEDIDO'
                   END-IF
                   READ CLIENTMASTERFILE
                       AT END SET WS-EOF-CLIENTMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLIENTMASTERFILE
           ELSE
               DISPLAY 'AVISO: CLIENTMF.DAT INDISPONIVEL - STATUS '
                   WS-CLI-STATUS
           END-IF.

      * A LINE WITH A NON-NUMERIC MATRICULA OR RATE IS SKIPPED WITH A
      * WARNING; THAT ADVISOR THEN SHOWS AS HAVING NO RATE.
       0002-600-LOAD-ADVISORS.
           OPEN INPUT ASSESCTLFILE.
           IF WS-ASC-STATUS-OK
               READ ASSESCTLFILE
                   AT END SET WS-EOF-ASSESCTL TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-ASSESCTL
                   IF ASC-MATRICULA IS NOT NUMERIC
                      OR ASC-TAXA IS NOT NUMERIC
                      OR ASC-NOME = SPACES
                       DISPLAY 'AVISO: LINHA INVALIDA NO ASSESCTL '
                           'IGNORADA - ' ASC-NOME
                       ADD 1 TO WS-ASC-INVALIDAS
                   ELSE
                       IF WS-ASSESSOR-COUNT < 50
                           ADD 1 TO WS-ASSESSOR-COUNT
                           MOVE ASC-NOME
                               TO WS-ASC-NOME(WS-ASSESSOR-COUNT)
                           MOVE ASC-MATRICULA
                               TO WS-ASC-MATRICULA(WS-ASSESSOR-COUNT)
                           MOVE ASC-TAXA
                               TO WS-ASC-TAXA(WS-ASSESSOR-COUNT)
                       ELSE
                           DISPLAY 'LIMITE DE 50 ASSESSORES EXCEDIDO'
                       END-IF
                   END-IF
                   READ ASSESCTLFILE
                       AT END SET WS-EOF-ASSESCTL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ASSESCTLFILE
           ELSE
               DISPLAY 'AVISO: ASSESCTL.DAT INDISPONIVEL - STATUS '
                   WS-ASC-STATUS ' - NENHUMA COMISSAO SERA CALCULADA'
           END-IF.

      *----------------------------------------------------------------*
      * INPUT PROCEDURE - EVERY LEDGER LINE UP TO THE END OF THE MONTH *
      * GOES TO THE SORT UNDER THE CLIENT'S CURRENT ADVISOR.           *
      *----------------------------------------------------------------*
       0003-SELECT-MOVEMENTS.
           OPEN INPUT MOVLEDGERFILE.
           IF WS-MOV-STATUS-OK
               READ MOVLEDGERFILE
                   AT END SET WS-EOF-MOV TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-MOV
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF MOV-DATA NOT > WS-FIM-MES
                       PERFORM 0003-500-RELEASE-MOVEMENT
                   END-IF
                   READ MOVLEDGERFILE
                       AT END SET WS-EOF-MOV TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MOVLEDGERFILE
           ELSE
               IF WS-MOV-NOT-FOUND
                   DISPLAY 'AVISO: INVMOV.DAT NAO ENCONTRADO'
               ELSE
                   DISPLAY 'ERRO AO ABRIR INVMOV.DAT - STATUS '
                       WS-MOV-STATUS
               END-IF
           END-IF.

       0003-500-RELEASE-MOVEMENT.
           PERFORM 0008-FIND-CLIENT.
           IF CLX > WS-CLIENT-COUNT
               MOVE "(CLIENTE SEM CADASTRO)" TO CSR-ASSESSOR
           ELSE
               IF WS-CLI-ADVISOR(CLX) = SPACES
                   MOVE "(SEM ASSESSOR)" TO CSR-ASSESSOR
               ELSE
                   MOVE WS-CLI-ADVISOR(CLX) TO CSR-ASSESSOR
               END-IF
           END-IF.
           ADD 1 TO WS-SEQ.
           MOVE MOV-CLIENTE TO CSR-CLIENTE.
           MOVE MOV-DATA TO CSR-DATA-NUM.
           MOVE WS-SEQ TO CSR-SEQ.
           MOVE MOV-TIPO TO CSR-TIPO.
           MOVE MOV-VALOR TO CSR-VALOR.
           RELEASE CSR-SORTREC.

      *----------------------------------------------------------------*
      * OUTPUT PROCEDURE - ONE PAGE PER ADVISOR, ONE LINE PER CLIENT.  *
      *----------------------------------------------------------------*
       0004-PRINT-BOOKS.
           RETURN CARSORTFILE
               AT END SET ENDOFCARSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFCARSORT
               IF WS-FIRST-GROUP
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   PERFORM 0004-100-START-ASSESSOR
                   PERFORM 0004-200-START-CLIENTE
               ELSE
                   IF CSR-ASSESSOR NOT = WS-PREV-ASSESSOR
                       PERFORM 0004-600-END-CLIENTE
                       PERFORM 0004-700-END-ASSESSOR
                       PERFORM 0004-100-START-ASSESSOR
                       PERFORM 0004-200-START-CLIENTE
                   ELSE
                       IF CSR-CLIENTE NOT = WS-PREV-CLIENTE
                           PERFORM 0004-600-END-CLIENTE
                           PERFORM 0004-200-START-CLIENTE
                       END-IF
                   END-IF
               END-IF
               PERFORM 0004-500-APPLY-MOVEMENT
               RETURN CARSORTFILE
                   AT END SET ENDOFCARSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-GROUP
               PERFORM 0004-600-END-CLIENTE
               PERFORM 0004-700-END-ASSESSOR
           END-IF.

       0004-100-START-ASSESSOR.
           MOVE CSR-ASSESSOR TO WS-PREV-ASSESSOR.
           MOVE ZEROS TO WS-ASS-ACUM.
           ADD 1 TO WS-TOTAL-ASSESSORES.
           PERFORM 0008-FIND-ADVISOR.
           MOVE WS-PREV-ASSESSOR TO CAL-NOME.
           IF ASX > WS-ASSESSOR-COUNT
               MOVE "------" TO CAL-MATRICULA
           ELSE
               MOVE WS-ASC-MATRICULA(ASX) TO CAL-MATRICULA
           END-IF.
           WRITE WS-CAR-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-CAR-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-CAR-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-CAR-RPT-LINE FROM CAR-MES-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-CAR-RPT-LINE FROM CAR-ASSESSOR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-CAR-RPT-LINE FROM CAR-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

       0004-200-START-CLIENTE.
           MOVE CSR-CLIENTE TO WS-PREV-CLIENTE.
           MOVE ZEROS TO WS-CLI-ACUM.
           MOVE 1 TO WS-CA-ULT-DIA.

      * LINES UP TO THE END OF THE PREVIOUS MONTH ONLY BUILD THE
      * OPENING BALANCE. WITHIN THE MONTH, THE BALANCE HELD SO FAR IS
      * WEIGHTED BY THE DAYS IT WAS HELD BEFORE THE LINE MOVES IT.
       0004-500-APPLY-MOVEMENT.
           IF CSR-DATA-NUM NOT > WS-FIM-ANT
               EVALUATE TRUE
                   WHEN CSR-SALDO-INICIAL
                   WHEN CSR-APORTE
                   WHEN CSR-RENDIMENTO
                       ADD CSR-VALOR TO WS-CA-SALDO-ANT
                       ADD CSR-VALOR TO WS-CA-SALDO
                   WHEN CSR-RESGATE
                   WHEN CSR-VENCIMENTO
                       SUBTRACT CSR-VALOR FROM WS-CA-SALDO-ANT
                       SUBTRACT CSR-VALOR FROM WS-CA-SALDO
               END-EVALUATE
           ELSE
               COMPUTE WS-DIAS-DECORRIDOS = CSR-DIA - WS-CA-ULT-DIA
               COMPUTE WS-CA-SALDO-DIAS = WS-CA-SALDO-DIAS
                   + (WS-CA-SALDO * WS-DIAS-DECORRIDOS)
               MOVE CSR-DIA TO WS-CA-ULT-DIA
               EVALUATE TRUE
                   WHEN CSR-SALDO-INICIAL
                   WHEN CSR-RENDIMENTO
                       ADD CSR-VALOR TO WS-CA-SALDO
                   WHEN CSR-APORTE
                       ADD CSR-VALOR TO WS-CA-SALDO
                       ADD CSR-VALOR TO WS-CA-APORTES
                   WHEN CSR-RESGATE
                   WHEN CSR-VENCIMENTO
                       SUBTRACT CSR-VALOR FROM WS-CA-SALDO
                       ADD CSR-VALOR TO WS-CA-RESGATES
               END-EVALUATE
           END-IF.

      * A CLIENT WITH NOTHING HELD AND NOTHING MOVED IN THE MONTH IS
      * LEFT OFF THE BOOK.
       0004-600-END-CLIENTE.
           COMPUTE WS-DIAS-DECORRIDOS =
               WS-DIAS-MES + 1 - WS-CA-ULT-DIA.
           COMPUTE WS-CA-SALDO-DIAS = WS-CA-SALDO-DIAS
               + (WS-CA-SALDO * WS-DIAS-DECORRIDOS).
           COMPUTE WS-CA-MEDIA ROUNDED =
               WS-CA-SALDO-DIAS / WS-DIAS-MES.
           COMPUTE WS-CA-FLUXO = WS-CA-APORTES - WS-CA-RESGATES.
           IF WS-CA-SALDO-ANT NOT = ZEROS
              OR WS-CA-SALDO NOT = ZEROS
              OR WS-CA-APORTES NOT = ZEROS
              OR WS-CA-RESGATES NOT = ZEROS
               PERFORM 0004-650-PRINT-CLIENTE
           END-IF.

       0004-650-PRINT-CLIENTE.
           MOVE WS-PREV-CLIENTE TO CCL-ID.
           PERFORM 0008-FIND-CLIENT-PREV.
           IF CLX > WS-CLIENT-COUNT
               MOVE "CLIENTE NAO CADASTRADO" TO CCL-NOME
           ELSE
               MOVE WS-CLI-NAME(CLX) TO CCL-NOME
           END-IF.
           MOVE WS-CA-SALDO-ANT TO CCL-SALDO-ANT.
           MOVE WS-CA-APORTES TO CCL-APORTES.
           MOVE WS-CA-RESGATES TO CCL-RESGATES.
           MOVE WS-CA-FLUXO TO CCL-FLUXO.
           MOVE WS-CA-SALDO TO CCL-SALDO.
           MOVE SPACES TO CCL-NOTA.
           ADD 1 TO WS-AA-CLIENTES.
           IF WS-CA-SALDO = ZEROS AND WS-CA-RESGATES > ZEROS
               MOVE "RESGATE TOTAL" TO CCL-NOTA
               ADD 1 TO WS-AA-ZERADOS
           END-IF.
           MOVE CAR-CLIENT-LINE TO WS-CAR-RPT-LINE.
           CALL "DECFMT" USING WS-CAR-RPT-LINE, WS-CAR-RPT-LEN.
           WRITE WS-CAR-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-CA-SALDO-ANT TO WS-AA-SALDO-ANT.
           ADD WS-CA-SALDO TO WS-AA-SALDO.
           ADD WS-CA-APORTES TO WS-AA-APORTES.
           ADD WS-CA-RESGATES TO WS-AA-RESGATES.
           ADD WS-CA-FLUXO TO WS-AA-FLUXO.
           ADD WS-CA-MEDIA TO WS-AA-MEDIA.

      *----------------------------------------------------------------*
      * ADVISOR TOTALS AND COMMISSION.                                 *
      *----------------------------------------------------------------*
       0004-700-END-ASSESSOR.
           MOVE SPACES TO CCL-NOME.
           MOVE ZEROS TO CCL-ID.
           MOVE "TOTAL DO ASSESSOR" TO CCL-NOME.
           MOVE WS-AA-SALDO-ANT TO CCL-SALDO-ANT.
           MOVE WS-AA-APORTES TO CCL-APORTES.
           MOVE WS-AA-RESGATES TO CCL-RESGATES.
           MOVE WS-AA-FLUXO TO CCL-FLUXO.
           MOVE WS-AA-SALDO TO CCL-SALDO.
           MOVE SPACES TO CCL-NOTA.
           MOVE CAR-CLIENT-LINE TO WS-CAR-RPT-LINE.
           MOVE SPACES TO WS-CAR-RPT-LINE(3:5).
           CALL "DECFMT" USING WS-CAR-RPT-LINE, WS-CAR-RPT-LEN.
           WRITE WS-CAR-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PATRIMONIO SOB GESTAO NO FIM DO MES" TO CVL-LABEL.
           MOVE WS-AA-SALDO TO CVL-VALOR.
           MOVE SPACES TO CVL-NOTA.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "PATRIMONIO NO FIM DO MES ANTERIOR" TO CVL-LABEL.
           MOVE WS-AA-SALDO-ANT TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           COMPUTE WS-AA-VARIACAO = WS-AA-SALDO - WS-AA-SALDO-ANT.
           MOVE "VARIACAO NO MES" TO CVL-LABEL.
           MOVE WS-AA-VARIACAO TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           IF WS-AA-SALDO-ANT > ZEROS
               COMPUTE WS-VARIACAO-PCT ROUNDED =
                   (WS-AA-VARIACAO * 100) / WS-AA-SALDO-ANT
               MOVE "VARIACAO NO MES (%)" TO CPL-LABEL
               MOVE WS-VARIACAO-PCT TO CPL-PCT
               MOVE CAR-PCT-LINE TO WS-CAR-RPT-LINE
               CALL "DECFMT" USING WS-CAR-RPT-LINE, WS-CAR-RPT-LEN
               WRITE WS-CAR-RPT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "CLIENTES NA CARTEIRA" TO CCT-LABEL.
           MOVE WS-AA-CLIENTES TO CCT-COUNT.
           WRITE WS-CAR-RPT-LINE FROM CAR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CLIENTES COM RESGATE TOTAL NO MES" TO CCT-LABEL.
           MOVE WS-AA-ZERADOS TO CCT-COUNT.
           WRITE WS-CAR-RPT-LINE FROM CAR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "PATRIMONIO MEDIO NO MES" TO CVL-LABEL.
           MOVE WS-AA-MEDIA TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           PERFORM 0004-750-COMMISSION.
           ADD WS-AA-SALDO-ANT TO WS-GA-SALDO-ANT.
           ADD WS-AA-SALDO TO WS-GA-SALDO.
           ADD WS-AA-APORTES TO WS-GA-APORTES.
           ADD WS-AA-RESGATES TO WS-GA-RESGATES.
           ADD WS-AA-FLUXO TO WS-GA-FLUXO.
           ADD WS-AA-MEDIA TO WS-GA-MEDIA.
           ADD WS-AA-CLIENTES TO WS-GA-CLIENTES.
           ADD WS-AA-ZERADOS TO WS-GA-ZERADOS.

      * ONE TWELFTH OF THE ANNUAL RATE ON THE MONTH'S AVERAGE ASSETS.
      * THE PAYROLL FILE ONLY CARRIES COMMISSIONS ACTUALLY DUE.
       0004-750-COMMISSION.
           MOVE SPACES TO CVL-NOTA.
           IF ASX > WS-ASSESSOR-COUNT
               MOVE "COMISSAO" TO CVL-LABEL
               MOVE ZEROS TO CVL-VALOR
               MOVE "** SEM TAXA NO ASSESCTL - COMISSAO NAO CALCULADA"
                   TO CVL-NOTA
               PERFORM 0004-800-PRINT-VALOR-LINE
               ADD 1 TO WS-TOTAL-SEM-TAXA
           ELSE
               MOVE WS-ASC-TAXA(ASX) TO CTL-TAXA
               MOVE CAR-TAXA-LINE TO WS-CAR-RPT-LINE
               CALL "DECFMT" USING WS-CAR-RPT-LINE, WS-CAR-RPT-LEN
               WRITE WS-CAR-RPT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE ZEROS TO WS-COMISSAO
               IF WS-AA-MEDIA > ZEROS
                   COMPUTE WS-COMISSAO ROUNDED =
                       WS-AA-MEDIA * WS-ASC-TAXA(ASX) / 1200
               END-IF
               MOVE "COMISSAO DO MES" TO CVL-LABEL
               MOVE WS-COMISSAO TO CVL-VALOR
               PERFORM 0004-800-PRINT-VALOR-LINE
               IF WS-COMISSAO > ZEROS
                   MOVE WS-COMPETENCIA TO COM-COMPETENCIA
                   MOVE WS-ASC-MATRICULA(ASX) TO COM-MATRICULA
                   MOVE WS-PREV-ASSESSOR TO COM-ASSESSOR
                   MOVE WS-AA-MEDIA TO COM-MEDIA-AUM
                   MOVE WS-ASC-TAXA(ASX) TO COM-TAXA
                   MOVE WS-COMISSAO TO COM-VALOR
                   WRITE COM-RECORD
                   ADD 1 TO WS-TOTAL-COMISSOES
                   ADD WS-COMISSAO TO WS-GA-COMISSAO
               END-IF
           END-IF.

       0004-800-PRINT-VALOR-LINE.
           MOVE CAR-VALOR-LINE TO WS-CAR-RPT-LINE.
           CALL "DECFMT" USING WS-CAR-RPT-LINE, WS-CAR-RPT-LEN.
           WRITE WS-CAR-RPT-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      * BOOK TOTALS AND CLOSE-DOWN.                                    *
      *----------------------------------------------------------------*
       0005-FINALIZE.
           WRITE WS-CAR-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-CAR-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-CAR-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-CAR-RPT-LINE FROM CAR-MES-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-CAR-RPT-LINE.
           MOVE "RESUMO GERAL DAS CARTEIRAS" TO WS-CAR-RPT-LINE.
           WRITE WS-CAR-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CVL-NOTA.
           MOVE "PATRIMONIO SOB GESTAO NO FIM DO MES" TO CVL-LABEL.
           MOVE WS-GA-SALDO TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "PATRIMONIO NO FIM DO MES ANTERIOR" TO CVL-LABEL.
           MOVE WS-GA-SALDO-ANT TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "APORTES NO MES" TO CVL-LABEL.
           MOVE WS-GA-APORTES TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "RESGATES NO MES" TO CVL-LABEL.
           MOVE WS-GA-RESGATES TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "FLUXO LIQUIDO NO MES" TO CVL-LABEL.
           MOVE WS-GA-FLUXO TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "PATRIMONIO MEDIO NO MES" TO CVL-LABEL.
           MOVE WS-GA-MEDIA TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "COMISSOES A PAGAR (COMISSAO.DAT)" TO CVL-LABEL.
           MOVE WS-GA-COMISSAO TO CVL-VALOR.
           PERFORM 0004-800-PRINT-VALOR-LINE.
           MOVE "ASSESSORES" TO CCT-LABEL.
           MOVE WS-TOTAL-ASSESSORES TO CCT-COUNT.
           WRITE WS-CAR-RPT-LINE FROM CAR-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "CLIENTES" TO CCT-LABEL.
           MOVE WS-GA-CLIENTES TO CCT-COUNT.
           WRITE WS-CAR-RPT-LINE FROM CAR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CLIENTES COM RESGATE TOTAL NO MES" TO CCT-LABEL.
           MOVE WS-GA-ZERADOS TO CCT-COUNT.
           WRITE WS-CAR-RPT-LINE FROM CAR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "COMISSOES GRAVADAS PARA A FOLHA" TO CCT-LABEL.
           MOVE WS-TOTAL-COMISSOES TO CCT-COUNT.
           WRITE WS-CAR-RPT-LINE FROM CAR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CARTEIRAS SEM TAXA NO ASSESCTL" TO CCT-LABEL.
           MOVE WS-TOTAL-SEM-TAXA TO CCT-COUNT.
           WRITE WS-CAR-RPT-LINE FROM CAR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "LINHAS INVALIDAS NO ASSESCTL" TO CCT-LABEL.
           MOVE WS-ASC-INVALIDAS TO CCT-COUNT.
           WRITE WS-CAR-RPT-LINE FROM CAR-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-CAR-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE CARREPORTFILE.
           CLOSE COMISSAOFILE.
           DISPLAY 'CARTEIRA DOS ASSESSORES CONCLUIDA - '
               WS-TOTAL-ASSESSORES ' ASSESSOR(ES), '
               WS-TOTAL-COMISSOES ' COMISSAO(OES)'.

       0008-FIND-CLIENT.
           PERFORM 0008-900-SCAN-TABLE
               VARYING CLX FROM 1 BY 1
               UNTIL CLX > WS-CLIENT-COUNT
                  OR WS-CLI-ID(CLX) = MOV-CLIENTE.

       0008-FIND-CLIENT-PREV.
           PERFORM 0008-900-SCAN-TABLE
               VARYING CLX FROM 1 BY 1
               UNTIL CLX > WS-CLIENT-COUNT
                  OR WS-CLI-ID(CLX) = WS-PREV-CLIENTE.

       0008-FIND-ADVISOR.
           PERFORM 0008-900-SCAN-TABLE
               VARYING ASX FROM 1 BY 1
               UNTIL ASX > WS-ASSESSOR-COUNT
                  OR WS-ASC-NOME(ASX) = WS-PREV-ASSESSOR.

       0008-900-SCAN-TABLE.
           CONTINUE.

       END PROGRAM CARTEIRA.
