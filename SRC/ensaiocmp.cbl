      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. A REHEARSAL NIGHT (DATA_PREFIX, SEE
      *              DATADIR) WAS SIGNED OFF BY READING ITS REPORTS
      *              NEXT TO THE LIVE ONES BY EYE. THIS ON-DEMAND JOB
      *              COMPARES THE TWO DATA DIRECTORIES NAMED IN
      *              ENSAIOCMP.CTL IN THE RUN DIRECTORY (ONE LINE PER
      *              ENTRY: COL 1 "P" = LIVE DIRECTORY, DEFAULT
      *              ASSETS/, "E" = REHEARSAL DIRECTORY, REQUIRED, "A"
      *              = A REPORT OR EXTRACT TO COMPARE, UP TO 40; COLS
      *              2-33 THE DIRECTORY OR FILE NAME; ON THE P AND E
      *              LINES COLS 34-41 MAY GIVE THAT SIDE'S RUN DATE
      *              YYYYMMDD). THE MASTERS BOOKMF, BOOKINV, EMPMF AND
      *              INVPOS ARE MATCHED RECORD BY RECORD ON THEIR KEYS,
      *              AND THE CURRENT SALESYTD GENERATION OF EACH SIDE
      *              (YTDGEN.DAT) BY YEAR AND MONTH; EVERY RECORD
      *              ADDED, REMOVED OR CHANGED IS LISTED, A CHANGE WITH
      *              EACH FIELD THAT DIFFERS AND ITS LIVE AND REHEARSAL
      *              VALUES. EACH NAMED REPORT OR EXTRACT IS COMPARED
      *              LINE BY LINE (RESYNCHRONIZING OVER UP TO 25 ADDED
      *              OR REMOVED LINES) AFTER MASKING THE BANNER RUN
      *              DATE, THE SIDE'S OWN RUN DATE (YYYYMMDD AND
      *              DD/MM/YYYY) AND ANY HH:MM OR HH:MM:SS TIME.
      *              ENSAIOCMP.RPT IS WRITTEN TO THE REHEARSAL
      *              DIRECTORY, SO THE LIVE DATA IS ONLY EVER READ, AND
      *              ENDS WITH A SUMMARY LINE PER FILE. RETURN-CODE 0 =
      *              EVERYTHING IDENTICAL, 4 = DIFFERENCES FOUND (OR A
      *              COMPARISON CUT SHORT BY A LIMIT), 1 = THE CONTROL
      *              FILE OR A DIRECTORY COULD NOT BE USED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENSAIOCMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPCTLFILE ASSIGN TO "ENSAIOCMP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PRODBOOKMF ASSIGN TO DYNAMIC WS-PROD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PBMF-BOOKNUM
               FILE STATUS IS WS-PROD-STATUS.

           SELECT ENSBOOKMF ASSIGN TO DYNAMIC WS-ENS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EBMF-BOOKNUM
               FILE STATUS IS WS-ENS-STATUS.

           SELECT PRODBOOKINV ASSIGN TO DYNAMIC WS-PROD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PBIF-KEY
               FILE STATUS IS WS-PROD-STATUS.

           SELECT ENSBOOKINV ASSIGN TO DYNAMIC WS-ENS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EBIF-KEY
               FILE STATUS IS WS-ENS-STATUS.

           SELECT PRODEMPMF ASSIGN TO DYNAMIC WS-PROD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEMP-MATRICULA
               FILE STATUS IS WS-PROD-STATUS.

           SELECT ENSEMPMF ASSIGN TO DYNAMIC WS-ENS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EEMP-MATRICULA
               FILE STATUS IS WS-ENS-STATUS.

           SELECT PRODINVPOS ASSIGN TO DYNAMIC WS-PROD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PPOS-CHAVE
               FILE STATUS IS WS-PROD-STATUS.

           SELECT ENSINVPOS ASSIGN TO DYNAMIC WS-ENS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EPOS-CHAVE
               FILE STATUS IS WS-ENS-STATUS.

           SELECT PRODSEQFILE ASSIGN TO DYNAMIC WS-PROD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT ENSSEQFILE ASSIGN TO DYNAMIC WS-ENS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENS-STATUS.

           SELECT YTDGENFILE ASSIGN TO DYNAMIC WS-GEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPTR-STATUS.

           SELECT ENSAIOCMPREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-ENSAIOCMP-RPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CMPCTLFILE.
       01  CTL-RECORD.
           88 ENDOFCMPCTL          VALUE HIGH-VALUES.
           05 CTL-TIPO             PIC X(01).
              88 CTL-PRODUCAO      VALUE "P".
              88 CTL-ENSAIO        VALUE "E".
              88 CTL-ARQUIVO       VALUE "A".
           05 CTL-NOME             PIC X(32).
           05 CTL-DATA             PIC X(08).

      *    THE MASTERS ARE READ IN KEY ORDER AS WHOLE RECORDS; THE
      *    FIELDS ARE NAMED IN WS-CAMPO-TABLE BELOW.
       FD  PRODBOOKMF.
       01  PBMF-RECORD.
           05 PBMF-BOOKNUM         PIC X(05).
           05 FILLER               PIC X(71).

       FD  ENSBOOKMF.
       01  EBMF-RECORD.
           05 EBMF-BOOKNUM         PIC X(05).
           05 FILLER               PIC X(71).

       FD  PRODBOOKINV.
       01  PBIF-RECORD.
           05 PBIF-KEY             PIC X(08).
           05 FILLER               PIC X(15).

       FD  ENSBOOKINV.
       01  EBIF-RECORD.
           05 EBIF-KEY             PIC X(08).
           05 FILLER               PIC X(15).

       FD  PRODEMPMF.
       01  PEMP-RECORD.
           05 PEMP-MATRICULA       PIC 9(06).
           05 FILLER               PIC X(53).

       FD  ENSEMPMF.
       01  EEMP-RECORD.
           05 EEMP-MATRICULA       PIC 9(06).
           05 FILLER               PIC X(53).

       FD  PRODINVPOS.
       01  PPOS-RECORD.
           05 PPOS-CHAVE           PIC X(08).
           05 FILLER               PIC X(63).

       FD  ENSINVPOS.
       01  EPOS-RECORD.
           05 EPOS-CHAVE           PIC X(08).
           05 FILLER               PIC X(63).

       FD  PRODSEQFILE.
       01  PSEQ-RECORD             PIC X(200).

       FD  ENSSEQFILE.
       01  ESEQ-RECORD             PIC X(200).

       FD  YTDGENFILE.
       01  GPTR-RECORD.
           05 GPTR-CURRENT         PIC 9(1).

       FD  ENSAIOCMPREPORTFILE.
       01  WS-CMP-RPT-LINE         PIC X(160).

       WORKING-STORAGE SECTION.
       77  WS-PTH-ENSAIOCMP-RPT    PIC X(44) VALUE SPACES.
       77  WS-PROD-PATH            PIC X(44) VALUE SPACES.
       77  WS-ENS-PATH             PIC X(44) VALUE SPACES.
       77  WS-GEN-PATH             PIC X(44) VALUE SPACES.
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-CTL-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CTL-STATUS-OK     VALUE "00".
       77  WS-PROD-STATUS          PIC X(02) VALUE SPACES.
           88 WS-PROD-STATUS-OK    VALUE "00".
           88 WS-PROD-NOT-FOUND    VALUE "35".
       77  WS-ENS-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ENS-STATUS-OK     VALUE "00".
           88 WS-ENS-NOT-FOUND     VALUE "35".
       77  WS-GPTR-STATUS          PIC X(02) VALUE SPACES.
           88 WS-GPTR-STATUS-OK    VALUE "00".
       77  WS-RPT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-RPT-STATUS-OK     VALUE "00".

      *    THE TWO SIDES. WS-xxx-DATA-BR IS THE RUN DATE AS DD/MM/YYYY.
       77  WS-PROD-DIR             PIC X(32) VALUE "ASSETS/".
       77  WS-ENS-DIR              PIC X(32) VALUE SPACES.
       77  WS-PROD-DATA            PIC X(08) VALUE SPACES.
       77  WS-ENS-DATA             PIC X(08) VALUE SPACES.
       77  WS-PROD-DATA-BR         PIC X(10) VALUE SPACES.
       77  WS-ENS-DATA-BR          PIC X(10) VALUE SPACES.
       77  WS-DIR-WORK             PIC X(32) VALUE SPACES.
       77  WS-DIR-LEN              PIC 9(02) VALUE ZEROS.
       77  WS-DATA-WORK            PIC X(08) VALUE SPACES.
       77  WS-DATA-BR-WORK         PIC X(10) VALUE SPACES.

      *    N = NOT OPENED, A = OPEN, F = NOT THERE, X = OPEN ERROR.
       77  WS-PROD-SW              PIC X(01) VALUE "N".
           88 WS-PROD-ABERTO       VALUE "A".
           88 WS-PROD-AUSENTE      VALUE "F".
       77  WS-ENS-SW               PIC X(01) VALUE "N".
           88 WS-ENS-ABERTO        VALUE "A".
           88 WS-ENS-AUSENTE       VALUE "F".
       77  WS-PROD-EOF-SW          PIC X(01) VALUE "N".
           88 WS-PROD-EOF          VALUE "Y".
       77  WS-ENS-EOF-SW           PIC X(01) VALUE "N".
           88 WS-ENS-EOF           VALUE "Y".
       77  WS-DIFERENCA-SW         PIC X(01) VALUE "N".
           88 WS-HA-DIFERENCA      VALUE "Y".
       77  WS-PARCIAL-SW           PIC X(01) VALUE "N".
           88 WS-PARCIAL           VALUE "Y".

      *    THE MASTERS: NAME, KEY LENGTH, RECORD LENGTH.
       01  WS-MESTRE-TABLE.
           05 FILLER               PIC X(22)
              VALUE "BOOKMF.DAT      005076".
           05 FILLER               PIC X(22)
              VALUE "BOOKINV.DAT     008023".
           05 FILLER               PIC X(22)
              VALUE "EMPMF.DAT       006059".
           05 FILLER               PIC X(22)
              VALUE "INVPOS.DAT      008071".
       01  WS-MESTRES REDEFINES WS-MESTRE-TABLE.
           05 WS-MESTRE-ENTRY OCCURS 4 TIMES.
              10 WS-MESTRE-NOME    PIC X(16).
              10 WS-MESTRE-CHAVE   PIC 9(03).
              10 WS-MESTRE-TAM     PIC 9(03).
       01  MX                      PIC 9(1).

      *    FIELDS OF EACH MASTER (1-4 AS ABOVE, 5 = SALESYTD): FILE,
      *    NAME, FIRST POSITION, LENGTH, DECIMAL PLACES.
       01  WS-CAMPO-TABLE.
           05 FILLER PIC X(24) VALUE "1BOOKNUM         0010050".
           05 FILLER PIC X(24) VALUE "1TITULO          0060250".
           05 FILLER PIC X(24) VALUE "1AUTOR           0310250".
           05 FILLER PIC X(24) VALUE "1PRECO           0560072".
           05 FILLER PIC X(24) VALUE "1AUTORID         0630050".
           05 FILLER PIC X(24) VALUE "1SITUACAO        0680010".
           05 FILLER PIC X(24) VALUE "1FORNECEDOR      0690050".
           05 FILLER PIC X(24) VALUE "1CATEGORIA       0740030".
           05 FILLER PIC X(24) VALUE "2BOOKNUM         0010050".
           05 FILLER PIC X(24) VALUE "2FILIAL          0060030".
           05 FILLER PIC X(24) VALUE "2ONHAND          0090050".
           05 FILLER PIC X(24) VALUE "2REORDER-POINT   0140050".
           05 FILLER PIC X(24) VALUE "2ORDER-QTY       0190050".
           05 FILLER PIC X(24) VALUE "3MATRICULA       0010060".
           05 FILLER PIC X(24) VALUE "3NOME            0070300".
           05 FILLER PIC X(24) VALUE "3ANO-INGRESSO    0370040".
           05 FILLER PIC X(24) VALUE "3MES-INGRESSO    0410020".
           05 FILLER PIC X(24) VALUE "3SALARIO         0430112".
           05 FILLER PIC X(24) VALUE "3GRADE           0540020".
           05 FILLER PIC X(24) VALUE "3SITUACAO        0560010".
           05 FILLER PIC X(24) VALUE "3DEPTO           0570030".
           05 FILLER PIC X(24) VALUE "4CLIENTE         0010050".
           05 FILLER PIC X(24) VALUE "4PRODUTO         0060030".
           05 FILLER PIC X(24) VALUE "4PRINCIPAL       0090132".
           05 FILLER PIC X(24) VALUE "4RENDIMENTOS     0220132".
           05 FILLER PIC X(24) VALUE "4SALDO           0350132".
           05 FILLER PIC X(24) VALUE "4DATA-ABERTURA   0480080".
           05 FILLER PIC X(24) VALUE "4DATA-VENCTO     0560080".
           05 FILLER PIC X(24) VALUE "4DATA-REND       0640080".
           05 FILLER PIC X(24) VALUE "5ANO             0010040".
           05 FILLER PIC X(24) VALUE "5MES             0050020".
           05 FILLER PIC X(24) VALUE "5VALOR           0070142".
       01  WS-CAMPOS REDEFINES WS-CAMPO-TABLE.
           05 WS-CAMPO-ENTRY OCCURS 32 TIMES.
              10 WS-CP-ARQ         PIC 9(1).
              10 WS-CP-NOME        PIC X(16).
              10 WS-CP-INI         PIC 9(3).
              10 WS-CP-TAM         PIC 9(3).
              10 WS-CP-DEC         PIC 9(1).
       77  WS-CAMPO-COUNT          PIC 9(2) VALUE 32.
       01  CX                      PIC 9(2).

      *    THE FILE BEING COMPARED.
       77  WS-ARQ-ID               PIC 9(1) VALUE ZEROS.
       77  WS-ARQ-NOME             PIC X(32) VALUE SPACES.
       77  WS-ARQ-TITULO           PIC X(20) VALUE SPACES.
       77  WS-CHAVE-TAM            PIC 9(03) VALUE ZEROS.
       77  WS-REG-TAM              PIC 9(03) VALUE ZEROS.
       01  WS-PROD-REC             PIC X(200).
       01  WS-ENS-REC              PIC X(200).
       77  WS-QTD-PROD             PIC 9(7) VALUE ZEROS.
       77  WS-QTD-ENS              PIC 9(7) VALUE ZEROS.
       77  WS-QTD-IGUAIS           PIC 9(7) VALUE ZEROS.
       77  WS-QTD-INCLUIDOS        PIC 9(7) VALUE ZEROS.
       77  WS-QTD-EXCLUIDOS        PIC 9(7) VALUE ZEROS.
       77  WS-QTD-ALTERADOS        PIC 9(7) VALUE ZEROS.
       77  WS-SITUACAO             PIC X(24) VALUE SPACES.
       77  WS-DET-LINHAS           PIC 9(5) VALUE ZEROS.
       77  WS-DET-LIMITE           PIC 9(5) VALUE 500.

      *    SALESYTD: THE GENERATION OF EACH SIDE AND THE REHEARSAL
      *    RECORDS, FLAGGED M WHEN THE LIVE SIDE HAS THE SAME KEY.
       77  WS-GEN-SUFIXO           PIC X(03) VALUE SPACES.
       77  WS-PROD-GEN             PIC X(03) VALUE SPACES.
       77  WS-ENS-GEN              PIC X(03) VALUE SPACES.
       77  WS-GEN-DIR              PIC X(32) VALUE SPACES.
       01  WS-YE-TABLE.
           05 WS-YE-ENTRY OCCURS 200 TIMES.
              10 WS-YE-REG         PIC X(20).
              10 WS-YE-FLAG        PIC X(1).
       01  WS-YE-COUNT             PIC 9(3) VALUE ZEROS.
       01  YX                      PIC 9(3).

      *    NAMED REPORTS AND EXTRACTS.
       01  WS-ARQ-TABLE.
           05 WS-ARQ-LISTA         PIC X(32) OCCURS 40 TIMES.
       01  WS-ARQ-COUNT            PIC 9(2) VALUE ZEROS.
       01  AX                      PIC 9(2).

      *    THE LINES OF ONE REPORT, EACH SIDE, ALREADY MASKED.
       01  WS-PL-TABLE.
           05 WS-PL-LINHA          PIC X(200) OCCURS 3000 TIMES.
       01  WS-PL-COUNT             PIC 9(4) VALUE ZEROS.
       01  WS-EL-TABLE.
           05 WS-EL-LINHA          PIC X(200) OCCURS 3000 TIMES.
       01  WS-EL-COUNT             PIC 9(4) VALUE ZEROS.
       01  PI                      PIC 9(4).
       01  EJ                      PIC 9(4).
       01  WK                      PIC 9(4).
       77  WS-LINHAS-LIMITE        PIC 9(4) VALUE 3000.
       77  WS-JANELA               PIC 9(4) VALUE 25.
       77  WS-RESYNC-SW            PIC X(01) VALUE "N".
           88 WS-RESYNC-INCLUIDAS  VALUE "I".
           88 WS-RESYNC-EXCLUIDAS  VALUE "E".
       77  WS-FIM-SW               PIC X(01) VALUE "N".
           88 WS-FIM-DIFF          VALUE "Y".

      *    ONE LINE AS IT IS MASKED.
       01  WS-NORM-LINHA           PIC X(200).
       77  WS-NORM-DATA            PIC X(08) VALUE SPACES.
       77  WS-NORM-DATA-BR         PIC X(10) VALUE SPACES.
       01  WP                      PIC 9(3).

      *    ONE FIELD VALUE AS PRINTED.
       77  WS-FMT-IN               PIC X(40) VALUE SPACES.
       77  WS-FMT-OUT              PIC X(40) VALUE SPACES.
       77  WS-FMT-TAM              PIC 9(3) VALUE ZEROS.
       77  WS-FMT-DEC              PIC 9(1) VALUE ZEROS.
       77  WS-FMT-INT              PIC 9(3) VALUE ZEROS.
       01  FP                      PIC 9(3).

      *    ONE SUMMARY LINE PER FILE COMPARED.
       01  WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 50 TIMES.
              10 WS-RES-NOME       PIC X(20).
              10 WS-RES-TIPO       PIC X(1).
              10 WS-RES-PROD       PIC 9(7).
              10 WS-RES-ENS        PIC 9(7).
              10 WS-RES-IGUAIS     PIC 9(7).
              10 WS-RES-INCLUIDOS  PIC 9(7).
              10 WS-RES-EXCLUIDOS  PIC 9(7).
              10 WS-RES-ALTERADOS  PIC 9(7).
              10 WS-RES-SITUACAO   PIC X(24).
       01  WS-RES-COUNT            PIC 9(2) VALUE ZEROS.
       01  RX                      PIC 9(2).

       01  CMP-SECTION-LINE.
           05 CSL-TEXT             PIC X(100).

       01  CMP-DIR-LINE.
           05 CDL-LABEL            PIC X(12).
           05 CDL-DIR              PIC X(32).
           05 FILLER               PIC X(12) VALUE " DATA RODADA".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CDL-DATA             PIC X(08).

       01  CMP-REG-LINE.
           05 CRL-SITUACAO         PIC X(10).
           05 FILLER               PIC X(06) VALUE "CHAVE ".
           05 CRL-CHAVE            PIC X(14).
           05 FILLER               PIC X(07) VALUE " CAMPO ".
           05 CRL-CAMPO            PIC X(16).
           05 FILLER               PIC X(10) VALUE " PRODUCAO ".
           05 CRL-PROD             PIC X(40).
           05 FILLER               PIC X(08) VALUE " ENSAIO ".
           05 CRL-ENS              PIC X(40).

       01  CMP-REC-LINE.
           05 CRC-SITUACAO         PIC X(10).
           05 FILLER               PIC X(06) VALUE "CHAVE ".
           05 CRC-CHAVE            PIC X(14).
           05 FILLER               PIC X(10) VALUE " REGISTRO ".
           05 CRC-REGISTRO         PIC X(100).

       01  CMP-LIN-LINE.
           05 CLN-SITUACAO         PIC X(11).
           05 FILLER               PIC X(06) VALUE "LINHA ".
           05 CLN-NUM              PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE ": ".
           05 CLN-TEXTO            PIC X(132).

       01  CMP-RES-HEADING.
           05 FILLER               PIC X(21) VALUE "ARQUIVO".
           05 FILLER               PIC X(09) VALUE "    PROD.".
           05 FILLER               PIC X(09) VALUE "   ENSAIO".
           05 FILLER               PIC X(09) VALUE "   IGUAIS".
           05 FILLER               PIC X(09) VALUE "   INCL. ".
           05 FILLER               PIC X(09) VALUE "   EXCL. ".
           05 FILLER               PIC X(09) VALUE "   ALTER.".
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "SITUACAO".

       01  CMP-RES-LINE.
           05 CRS-NOME             PIC X(20).
           05 CRS-TIPO             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRS-PROD             PIC Z(7)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRS-ENS              PIC Z(7)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRS-IGUAIS           PIC Z(7)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRS-INCLUIDOS        PIC Z(7)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRS-EXCLUIDOS        PIC Z(7)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRS-ALTERADOS        PIC Z(7)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 CRS-SITUACAO         PIC X(24).

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF RETURN-CODE = ZERO
               PERFORM 0003-COMPARE-MASTER THRU 0003-EXIT
                   VARYING MX FROM 1 BY 1 UNTIL MX > 4
               PERFORM 0004-COMPARE-YTD THRU 0004-EXIT
               PERFORM 0005-COMPARE-LISTED THRU 0005-EXIT
                   VARYING AX FROM 1 BY 1 UNTIL AX > WS-ARQ-COUNT
               PERFORM 0007-FINALIZE
           END-IF.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "ENSAIOCMP" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "ENSAIOCMP" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

      *----------------------------------------------------------------*
      * THE CONTROL FILE NAMES THE TWO SIDES AND THE REPORTS. THE      *
      * COMPARISON REPORT GOES TO THE REHEARSAL DIRECTORY.             *
      *----------------------------------------------------------------*
       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           OPEN INPUT CMPCTLFILE.
           IF NOT WS-CTL-STATUS-OK
               DISPLAY 'ERRO: ENSAIOCMP.CTL NAO ENCONTRADO - INFORME '
                   'OS DIRETORIOS DE PRODUCAO E DE ENSAIO'
               MOVE 1 TO RETURN-CODE
           ELSE
               READ CMPCTLFILE
                   AT END SET ENDOFCMPCTL TO TRUE
               END-READ
               PERFORM 0002-100-CTL-LINE UNTIL ENDOFCMPCTL
               CLOSE CMPCTLFILE
           END-IF.
           IF RETURN-CODE = ZERO
               MOVE WS-PROD-DIR TO WS-DIR-WORK
               PERFORM 0002-300-NORMALIZE-DIR
               MOVE WS-DIR-WORK TO WS-PROD-DIR
               MOVE WS-ENS-DIR TO WS-DIR-WORK
               PERFORM 0002-300-NORMALIZE-DIR
               MOVE WS-DIR-WORK TO WS-ENS-DIR
               IF WS-ENS-DIR = SPACES
                   DISPLAY 'ERRO: ENSAIOCMP.CTL SEM A LINHA "E" DO '
                       'DIRETORIO DE ENSAIO'
                   MOVE 1 TO RETURN-CODE
               ELSE
                   IF WS-ENS-DIR = WS-PROD-DIR
                       DISPLAY 'ERRO: DIRETORIOS DE PRODUCAO E DE '
                           'ENSAIO SAO O MESMO - ' WS-ENS-DIR
                       MOVE 1 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF RETURN-CODE = ZERO
               MOVE WS-PROD-DATA TO WS-DATA-WORK
               PERFORM 0002-400-DATE-BR
               MOVE WS-DATA-BR-WORK TO WS-PROD-DATA-BR
               MOVE WS-ENS-DATA TO WS-DATA-WORK
               PERFORM 0002-400-DATE-BR
               MOVE WS-DATA-BR-WORK TO WS-ENS-DATA-BR
               PERFORM 0002-700-OPEN-REPORT
           END-IF.

       0002-100-CTL-LINE.
           EVALUATE TRUE
               WHEN CTL-PRODUCAO AND CTL-NOME NOT = SPACES
                   MOVE CTL-NOME TO WS-PROD-DIR
                   IF CTL-DATA IS NUMERIC
                       MOVE CTL-DATA TO WS-PROD-DATA
                   END-IF
               WHEN CTL-ENSAIO
                   MOVE CTL-NOME TO WS-ENS-DIR
                   IF CTL-DATA IS NUMERIC
                       MOVE CTL-DATA TO WS-ENS-DATA
                   END-IF
               WHEN CTL-ARQUIVO AND CTL-NOME NOT = SPACES
                   IF WS-ARQ-COUNT < 40
                       ADD 1 TO WS-ARQ-COUNT
                       MOVE CTL-NOME TO WS-ARQ-LISTA(WS-ARQ-COUNT)
                   ELSE
                       DISPLAY 'AVISO: MAIS DE 40 ARQUIVOS EM '
                           'ENSAIOCMP.CTL - IGNORADO ' CTL-NOME
                       SET WS-PARCIAL TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ CMPCTLFILE
               AT END SET ENDOFCMPCTL TO TRUE
           END-READ.

      *    A TRAILING "/" IS ADDED WHEN MISSING, AS DATADIR DOES.
       0002-300-NORMALIZE-DIR.
           IF WS-DIR-WORK NOT = SPACES
               PERFORM 0002-350-SCAN-LENGTH
                   VARYING WS-DIR-LEN FROM 32 BY -1
                   UNTIL WS-DIR-LEN < 1
                      OR WS-DIR-WORK(WS-DIR-LEN:1) NOT = SPACE
               IF WS-DIR-LEN > ZEROS
                  AND WS-DIR-LEN < 32
                  AND WS-DIR-WORK(WS-DIR-LEN:1) NOT = "/"
                   ADD 1 TO WS-DIR-LEN
                   MOVE "/" TO WS-DIR-WORK(WS-DIR-LEN:1)
               END-IF
           END-IF.

       0002-350-SCAN-LENGTH.
           CONTINUE.

       0002-400-DATE-BR.
           MOVE SPACES TO WS-DATA-BR-WORK.
           IF WS-DATA-WORK NOT = SPACES
               STRING WS-DATA-WORK(7:2) "/" WS-DATA-WORK(5:2) "/"
                   WS-DATA-WORK(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-BR-WORK
           END-IF.

       0002-700-OPEN-REPORT.
           MOVE SPACES TO WS-PTH-ENSAIOCMP-RPT.
           STRING WS-ENS-DIR DELIMITED BY SPACE
                  "ENSAIOCMP.RPT" DELIMITED BY SIZE
               INTO WS-PTH-ENSAIOCMP-RPT.
           OPEN OUTPUT ENSAIOCMPREPORTFILE.
           IF NOT WS-RPT-STATUS-OK
               DISPLAY 'ERRO AO CRIAR ' WS-PTH-ENSAIOCMP-RPT
                   ' - STATUS ' WS-RPT-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE
               MOVE "COMPARACAO ENSAIO X PRODUCAO" TO RPT-BH-TITLE
               WRITE WS-CMP-RPT-LINE FROM RPT-BANNER-HEADING1
                   AFTER ADVANCING PAGE
               WRITE WS-CMP-RPT-LINE FROM RPT-BANNER-HEADING2
                   AFTER ADVANCING 1 LINE
               WRITE WS-CMP-RPT-LINE FROM RPT-BANNER-HEADING3
                   AFTER ADVANCING 1 LINE
               MOVE "PRODUCAO:" TO CDL-LABEL
               MOVE WS-PROD-DIR TO CDL-DIR
               MOVE WS-PROD-DATA TO CDL-DATA
               WRITE WS-CMP-RPT-LINE FROM CMP-DIR-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "ENSAIO:" TO CDL-LABEL
               MOVE WS-ENS-DIR TO CDL-DIR
               MOVE WS-ENS-DATA TO CDL-DATA
               WRITE WS-CMP-RPT-LINE FROM CMP-DIR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *----------------------------------------------------------------*
      * ONE MASTER (MX), BOTH SIDES READ IN KEY ORDER AND MATCHED.     *
      *----------------------------------------------------------------*
       0003-COMPARE-MASTER.
           MOVE MX TO WS-ARQ-ID.
           MOVE WS-MESTRE-NOME(MX) TO WS-ARQ-NOME.
           MOVE WS-MESTRE-NOME(MX) TO WS-ARQ-TITULO.
           MOVE WS-MESTRE-CHAVE(MX) TO WS-CHAVE-TAM.
           MOVE WS-MESTRE-TAM(MX) TO WS-REG-TAM.
           PERFORM 0006-START-FILE.
           PERFORM 0003-100-OPEN-PAIR.
           IF NOT WS-PROD-ABERTO OR NOT WS-ENS-ABERTO
               PERFORM 0003-200-CLOSE-PAIR
               PERFORM 0006-500-NOT-COMPARED
               GO TO 0003-EXIT
           END-IF.
           PERFORM 0003-300-READ-PROD.
           PERFORM 0003-400-READ-ENS.
           PERFORM 0003-500-MERGE-STEP
               UNTIL WS-PROD-EOF AND WS-ENS-EOF.
           PERFORM 0003-200-CLOSE-PAIR.
           PERFORM 0006-600-NOTE-RESULT.
       0003-EXIT.
           EXIT.

       0003-100-OPEN-PAIR.
           EVALUATE WS-ARQ-ID
               WHEN 1 OPEN INPUT PRODBOOKMF
               WHEN 2 OPEN INPUT PRODBOOKINV
               WHEN 3 OPEN INPUT PRODEMPMF
               WHEN 4 OPEN INPUT PRODINVPOS
           END-EVALUATE.
           PERFORM 0006-200-PROD-OPENED.
           EVALUATE WS-ARQ-ID
               WHEN 1 OPEN INPUT ENSBOOKMF
               WHEN 2 OPEN INPUT ENSBOOKINV
               WHEN 3 OPEN INPUT ENSEMPMF
               WHEN 4 OPEN INPUT ENSINVPOS
           END-EVALUATE.
           PERFORM 0006-300-ENS-OPENED.

       0003-200-CLOSE-PAIR.
           IF WS-PROD-ABERTO
               EVALUATE WS-ARQ-ID
                   WHEN 1 CLOSE PRODBOOKMF
                   WHEN 2 CLOSE PRODBOOKINV
                   WHEN 3 CLOSE PRODEMPMF
                   WHEN 4 CLOSE PRODINVPOS
               END-EVALUATE
           END-IF.
           IF WS-ENS-ABERTO
               EVALUATE WS-ARQ-ID
                   WHEN 1 CLOSE ENSBOOKMF
                   WHEN 2 CLOSE ENSBOOKINV
                   WHEN 3 CLOSE ENSEMPMF
                   WHEN 4 CLOSE ENSINVPOS
               END-EVALUATE
           END-IF.

       0003-300-READ-PROD.
           MOVE SPACES TO WS-PROD-REC.
           EVALUATE WS-ARQ-ID
               WHEN 1
                   READ PRODBOOKMF NEXT RECORD
                       AT END SET WS-PROD-EOF TO TRUE
                       NOT AT END MOVE PBMF-RECORD TO WS-PROD-REC
                   END-READ
               WHEN 2
                   READ PRODBOOKINV NEXT RECORD
                       AT END SET WS-PROD-EOF TO TRUE
                       NOT AT END MOVE PBIF-RECORD TO WS-PROD-REC
                   END-READ
               WHEN 3
                   READ PRODEMPMF NEXT RECORD
                       AT END SET WS-PROD-EOF TO TRUE
                       NOT AT END MOVE PEMP-RECORD TO WS-PROD-REC
                   END-READ
               WHEN 4
                   READ PRODINVPOS NEXT RECORD
                       AT END SET WS-PROD-EOF TO TRUE
                       NOT AT END MOVE PPOS-RECORD TO WS-PROD-REC
                   END-READ
           END-EVALUATE.
           IF WS-PROD-EOF
               MOVE HIGH-VALUES TO WS-PROD-REC
           ELSE
               ADD 1 TO WS-QTD-PROD
           END-IF.

       0003-400-READ-ENS.
           MOVE SPACES TO WS-ENS-REC.
           EVALUATE WS-ARQ-ID
               WHEN 1
                   READ ENSBOOKMF NEXT RECORD
                       AT END SET WS-ENS-EOF TO TRUE
                       NOT AT END MOVE EBMF-RECORD TO WS-ENS-REC
                   END-READ
               WHEN 2
                   READ ENSBOOKINV NEXT RECORD
                       AT END SET WS-ENS-EOF TO TRUE
                       NOT AT END MOVE EBIF-RECORD TO WS-ENS-REC
                   END-READ
               WHEN 3
                   READ ENSEMPMF NEXT RECORD
                       AT END SET WS-ENS-EOF TO TRUE
                       NOT AT END MOVE EEMP-RECORD TO WS-ENS-REC
                   END-READ
               WHEN 4
                   READ ENSINVPOS NEXT RECORD
                       AT END SET WS-ENS-EOF TO TRUE
                       NOT AT END MOVE EPOS-RECORD TO WS-ENS-REC
                   END-READ
           END-EVALUATE.
           IF WS-ENS-EOF
               MOVE HIGH-VALUES TO WS-ENS-REC
           ELSE
               ADD 1 TO WS-QTD-ENS
           END-IF.

       0003-500-MERGE-STEP.
           EVALUATE TRUE
               WHEN WS-PROD-REC(1:WS-CHAVE-TAM) =
                    WS-ENS-REC(1:WS-CHAVE-TAM)
                   PERFORM 0006-700-SAME-KEY
                   PERFORM 0003-300-READ-PROD
                   PERFORM 0003-400-READ-ENS
               WHEN WS-PROD-REC(1:WS-CHAVE-TAM) <
                    WS-ENS-REC(1:WS-CHAVE-TAM)
                   PERFORM 0006-800-ONLY-PROD
                   PERFORM 0003-300-READ-PROD
               WHEN OTHER
                   PERFORM 0006-900-ONLY-ENS
                   PERFORM 0003-400-READ-ENS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * THE CURRENT SALESYTD GENERATION OF EACH SIDE (YTDGEN.DAT, OR   *
      * THE OLD SALESYTD.DAT WHEN THERE IS NO POINTER). ITS YEARS ARE  *
      * KEPT IN THE ORDER THEY WERE FIRST POSTED, SO THE REHEARSAL     *
      * SIDE IS HELD IN A TABLE AND LOOKED UP BY YEAR AND MONTH.       *
      *----------------------------------------------------------------*
       0004-COMPARE-YTD.
           MOVE 5 TO WS-ARQ-ID.
           MOVE 6 TO WS-CHAVE-TAM.
           MOVE 20 TO WS-REG-TAM.
           MOVE WS-PROD-DIR TO WS-GEN-DIR.
           PERFORM 0004-100-FIND-GENERATION.
           MOVE WS-GEN-SUFIXO TO WS-PROD-GEN.
           MOVE WS-ENS-DIR TO WS-GEN-DIR.
           PERFORM 0004-100-FIND-GENERATION.
           MOVE WS-GEN-SUFIXO TO WS-ENS-GEN.
           MOVE SPACES TO WS-ARQ-TITULO.
           STRING "SALESYTD " DELIMITED BY SIZE
                  WS-PROD-GEN DELIMITED BY SPACE
                  " X " DELIMITED BY SIZE
                  WS-ENS-GEN DELIMITED BY SPACE
               INTO WS-ARQ-TITULO.
           MOVE SPACES TO WS-ARQ-NOME.
           STRING "SALESYTD." WS-PROD-GEN DELIMITED BY SPACE
               INTO WS-ARQ-NOME.
           PERFORM 0006-START-FILE.
           MOVE SPACES TO WS-ENS-PATH.
           STRING WS-ENS-DIR DELIMITED BY SPACE
                  "SALESYTD." WS-ENS-GEN DELIMITED BY SPACE
               INTO WS-ENS-PATH.
           OPEN INPUT PRODSEQFILE.
           PERFORM 0006-200-PROD-OPENED.
           OPEN INPUT ENSSEQFILE.
           PERFORM 0006-300-ENS-OPENED.
           IF NOT WS-PROD-ABERTO OR NOT WS-ENS-ABERTO
               PERFORM 0005-200-CLOSE-SEQ
               PERFORM 0006-500-NOT-COMPARED
               GO TO 0004-EXIT
           END-IF.
           MOVE ZEROS TO WS-YE-COUNT.
           PERFORM 0004-300-READ-ENS-YTD.
           PERFORM 0004-400-HOLD-ENS-YTD UNTIL WS-ENS-EOF.
           PERFORM 0004-500-READ-PROD-YTD.
           PERFORM 0004-600-MATCH-PROD-YTD UNTIL WS-PROD-EOF.
           PERFORM 0004-700-ONLY-ENS-YTD
               VARYING YX FROM 1 BY 1 UNTIL YX > WS-YE-COUNT.
           PERFORM 0005-200-CLOSE-SEQ.
           PERFORM 0006-600-NOTE-RESULT.
       0004-EXIT.
           EXIT.

       0004-100-FIND-GENERATION.
           MOVE "DAT" TO WS-GEN-SUFIXO.
           MOVE SPACES TO WS-GEN-PATH.
           STRING WS-GEN-DIR DELIMITED BY SPACE
                  "YTDGEN.DAT" DELIMITED BY SIZE
               INTO WS-GEN-PATH.
           OPEN INPUT YTDGENFILE.
           IF WS-GPTR-STATUS-OK
               READ YTDGENFILE
                   AT END CONTINUE
                   NOT AT END
                       IF GPTR-CURRENT >= 1 AND GPTR-CURRENT <= 3
                           MOVE SPACES TO WS-GEN-SUFIXO
                           STRING "G" GPTR-CURRENT DELIMITED BY SIZE
                               INTO WS-GEN-SUFIXO
                       END-IF
               END-READ
               CLOSE YTDGENFILE
           END-IF.

       0004-300-READ-ENS-YTD.
           READ ENSSEQFILE
               AT END SET WS-ENS-EOF TO TRUE
               NOT AT END ADD 1 TO WS-QTD-ENS
           END-READ.

       0004-400-HOLD-ENS-YTD.
           IF WS-YE-COUNT < 200
               ADD 1 TO WS-YE-COUNT
               MOVE ESEQ-RECORD TO WS-YE-REG(WS-YE-COUNT)
               MOVE "P" TO WS-YE-FLAG(WS-YE-COUNT)
           ELSE
               IF NOT WS-PARCIAL
                   DISPLAY 'AVISO: LIMITE DE 200 MESES DO SALESYTD '
                       'EXCEDIDO - COMPARACAO PARCIAL'
               END-IF
               SET WS-PARCIAL TO TRUE
               MOVE "COMPARACAO PARCIAL" TO WS-SITUACAO
           END-IF.
           PERFORM 0004-300-READ-ENS-YTD.

       0004-500-READ-PROD-YTD.
           READ PRODSEQFILE
               AT END SET WS-PROD-EOF TO TRUE
               NOT AT END ADD 1 TO WS-QTD-PROD
           END-READ.

       0004-600-MATCH-PROD-YTD.
           MOVE PSEQ-RECORD(1:20) TO WS-PROD-REC.
           PERFORM 0004-650-SCAN-YTD
               VARYING YX FROM 1 BY 1
               UNTIL YX > WS-YE-COUNT
                  OR (WS-YE-FLAG(YX) = "P"
                      AND WS-YE-REG(YX)(1:6) = WS-PROD-REC(1:6)).
           IF YX > WS-YE-COUNT
               PERFORM 0006-800-ONLY-PROD
           ELSE
               MOVE "M" TO WS-YE-FLAG(YX)
               MOVE WS-YE-REG(YX) TO WS-ENS-REC
               PERFORM 0006-700-SAME-KEY
           END-IF.
           PERFORM 0004-500-READ-PROD-YTD.

       0004-650-SCAN-YTD.
           CONTINUE.

       0004-700-ONLY-ENS-YTD.
           IF WS-YE-FLAG(YX) = "P"
               MOVE WS-YE-REG(YX) TO WS-ENS-REC
               PERFORM 0006-900-ONLY-ENS
           END-IF.

      *----------------------------------------------------------------*
      * ONE NAMED REPORT OR EXTRACT (AX), LINE BY LINE AFTER MASKING.  *
      *----------------------------------------------------------------*
       0005-COMPARE-LISTED.
           MOVE ZEROS TO WS-ARQ-ID.
           MOVE WS-ARQ-LISTA(AX) TO WS-ARQ-NOME.
           MOVE WS-ARQ-LISTA(AX) TO WS-ARQ-TITULO.
           PERFORM 0006-START-FILE.
           OPEN INPUT PRODSEQFILE.
           PERFORM 0006-200-PROD-OPENED.
           OPEN INPUT ENSSEQFILE.
           PERFORM 0006-300-ENS-OPENED.
           IF NOT WS-PROD-ABERTO OR NOT WS-ENS-ABERTO
               PERFORM 0005-200-CLOSE-SEQ
               PERFORM 0006-500-NOT-COMPARED
               GO TO 0005-EXIT
           END-IF.
           MOVE ZEROS TO WS-PL-COUNT WS-EL-COUNT.
           MOVE WS-PROD-DATA TO WS-NORM-DATA.
           MOVE WS-PROD-DATA-BR TO WS-NORM-DATA-BR.
           READ PRODSEQFILE
               AT END SET WS-PROD-EOF TO TRUE
           END-READ.
           PERFORM 0005-300-HOLD-PROD-LINE UNTIL WS-PROD-EOF.
           MOVE WS-ENS-DATA TO WS-NORM-DATA.
           MOVE WS-ENS-DATA-BR TO WS-NORM-DATA-BR.
           READ ENSSEQFILE
               AT END SET WS-ENS-EOF TO TRUE
           END-READ.
           PERFORM 0005-400-HOLD-ENS-LINE UNTIL WS-ENS-EOF.
           PERFORM 0005-200-CLOSE-SEQ.
           MOVE 1 TO PI EJ.
           MOVE "N" TO WS-FIM-SW.
           PERFORM 0005-600-DIFF-STEP UNTIL WS-FIM-DIFF.
           PERFORM 0006-600-NOTE-RESULT.
       0005-EXIT.
           EXIT.

       0005-200-CLOSE-SEQ.
           IF WS-PROD-ABERTO
               CLOSE PRODSEQFILE
           END-IF.
           IF WS-ENS-ABERTO
               CLOSE ENSSEQFILE
           END-IF.

       0005-300-HOLD-PROD-LINE.
           ADD 1 TO WS-QTD-PROD.
           IF WS-PL-COUNT < WS-LINHAS-LIMITE
               MOVE PSEQ-RECORD TO WS-NORM-LINHA
               PERFORM 0005-500-MASK-LINE
               ADD 1 TO WS-PL-COUNT
               MOVE WS-NORM-LINHA TO WS-PL-LINHA(WS-PL-COUNT)
           ELSE
               PERFORM 0005-450-LINE-LIMIT
           END-IF.
           READ PRODSEQFILE
               AT END SET WS-PROD-EOF TO TRUE
           END-READ.

       0005-400-HOLD-ENS-LINE.
           ADD 1 TO WS-QTD-ENS.
           IF WS-EL-COUNT < WS-LINHAS-LIMITE
               MOVE ESEQ-RECORD TO WS-NORM-LINHA
               PERFORM 0005-500-MASK-LINE
               ADD 1 TO WS-EL-COUNT
               MOVE WS-NORM-LINHA TO WS-EL-LINHA(WS-EL-COUNT)
           ELSE
               PERFORM 0005-450-LINE-LIMIT
           END-IF.
           READ ENSSEQFILE
               AT END SET WS-ENS-EOF TO TRUE
           END-READ.

       0005-450-LINE-LIMIT.
           IF WS-SITUACAO = SPACES
               DISPLAY 'AVISO: ' WS-ARQ-NOME ' TEM MAIS DE 3000 '
                   'LINHAS - SO AS PRIMEIRAS FORAM COMPARADAS'
               MOVE "COMPARACAO PARCIAL" TO WS-SITUACAO
               SET WS-PARCIAL TO TRUE
           END-IF.

      *    THE BANNER RUN DATE, THE SIDE'S OWN RUN DATE AND ANY CLOCK
      *    TIME ARE MASKED SO THEY NEVER SHOW AS A DIFFERENCE.
       0005-500-MASK-LINE.
           PERFORM 0005-550-MASK-AT
               VARYING WP FROM 1 BY 1 UNTIL WP > 196.
           IF WS-NORM-DATA NOT = SPACES
               INSPECT WS-NORM-LINHA
                   REPLACING ALL WS-NORM-DATA BY "********"
               INSPECT WS-NORM-LINHA
                   REPLACING ALL WS-NORM-DATA-BR BY "**********"
           END-IF.

       0005-550-MASK-AT.
           IF WP NOT > 181
              AND WS-NORM-LINHA(WP:10) = "RUN DATE: "
               MOVE ALL "*" TO WS-NORM-LINHA(WP + 10:10)
           END-IF.
           IF WS-NORM-LINHA(WP:2) IS NUMERIC
              AND WS-NORM-LINHA(WP + 2:1) = ":"
              AND WS-NORM-LINHA(WP + 3:2) IS NUMERIC
               MOVE "**:**" TO WS-NORM-LINHA(WP:5)
               IF WP NOT > 193
                  AND WS-NORM-LINHA(WP + 5:1) = ":"
                  AND WS-NORM-LINHA(WP + 6:2) IS NUMERIC
                   MOVE ":**" TO WS-NORM-LINHA(WP + 5:3)
               END-IF
           END-IF.

      *    EQUAL LINES ADVANCE BOTH SIDES. OTHERWISE THE NEXT
      *    WS-JANELA LINES ARE SEARCHED FOR THE POINT WHERE THE TWO
      *    SIDES MEET AGAIN; FAILING THAT THE PAIR IS A CHANGED LINE.
       0005-600-DIFF-STEP.
           EVALUATE TRUE
               WHEN PI > WS-PL-COUNT AND EJ > WS-EL-COUNT
                   SET WS-FIM-DIFF TO TRUE
               WHEN PI > WS-PL-COUNT
                   PERFORM 0005-800-LINE-ADDED
               WHEN EJ > WS-EL-COUNT
                   PERFORM 0005-850-LINE-REMOVED
               WHEN WS-PL-LINHA(PI) = WS-EL-LINHA(EJ)
                   ADD 1 TO WS-QTD-IGUAIS
                   ADD 1 TO PI
                   ADD 1 TO EJ
               WHEN OTHER
                   MOVE "N" TO WS-RESYNC-SW
                   PERFORM 0005-700-TRY-RESYNC
                       VARYING WK FROM 1 BY 1
                       UNTIL WK > WS-JANELA OR WS-RESYNC-SW NOT = "N"
                   EVALUATE TRUE
                       WHEN WS-RESYNC-INCLUIDAS
                           PERFORM 0005-800-LINE-ADDED
                               WK TIMES
                       WHEN WS-RESYNC-EXCLUIDAS
                           PERFORM 0005-850-LINE-REMOVED
                               WK TIMES
                       WHEN OTHER
                           PERFORM 0005-900-LINE-CHANGED
                   END-EVALUATE
           END-EVALUATE.

      *    ON LEAVING, WK IS ONE PAST THE DISTANCE FOUND.
       0005-700-TRY-RESYNC.
           IF EJ + WK NOT > WS-EL-COUNT
               IF WS-PL-LINHA(PI) = WS-EL-LINHA(EJ + WK)
                   SET WS-RESYNC-INCLUIDAS TO TRUE
               END-IF
           END-IF.
           IF WS-RESYNC-SW = "N" AND PI + WK NOT > WS-PL-COUNT
               IF WS-PL-LINHA(PI + WK) = WS-EL-LINHA(EJ)
                   SET WS-RESYNC-EXCLUIDAS TO TRUE
               END-IF
           END-IF.
           IF WS-RESYNC-SW NOT = "N"
               SUBTRACT 1 FROM WK
           END-IF.

       0005-800-LINE-ADDED.
           ADD 1 TO WS-QTD-INCLUIDOS.
           MOVE "INCLUIDA" TO CLN-SITUACAO.
           MOVE EJ TO CLN-NUM.
           MOVE WS-EL-LINHA(EJ) TO CLN-TEXTO.
           MOVE CMP-LIN-LINE TO WS-CMP-RPT-LINE.
           PERFORM 0008-WRITE-DETAIL.
           ADD 1 TO EJ.

       0005-850-LINE-REMOVED.
           ADD 1 TO WS-QTD-EXCLUIDOS.
           MOVE "EXCLUIDA" TO CLN-SITUACAO.
           MOVE PI TO CLN-NUM.
           MOVE WS-PL-LINHA(PI) TO CLN-TEXTO.
           MOVE CMP-LIN-LINE TO WS-CMP-RPT-LINE.
           PERFORM 0008-WRITE-DETAIL.
           ADD 1 TO PI.

       0005-900-LINE-CHANGED.
           ADD 1 TO WS-QTD-ALTERADOS.
           MOVE "ALTERADA P" TO CLN-SITUACAO.
           MOVE PI TO CLN-NUM.
           MOVE WS-PL-LINHA(PI) TO CLN-TEXTO.
           MOVE CMP-LIN-LINE TO WS-CMP-RPT-LINE.
           PERFORM 0008-WRITE-DETAIL.
           MOVE "         E" TO CLN-SITUACAO.
           MOVE EJ TO CLN-NUM.
           MOVE WS-EL-LINHA(EJ) TO CLN-TEXTO.
           MOVE CMP-LIN-LINE TO WS-CMP-RPT-LINE.
           PERFORM 0008-WRITE-DETAIL.
           ADD 1 TO PI.
           ADD 1 TO EJ.

      *----------------------------------------------------------------*
      * SHARED BY EVERY FILE: PATHS, OPEN OUTCOMES, RECORD OUTCOMES    *
      * AND THE SUMMARY ENTRY.                                         *
      *----------------------------------------------------------------*
       0006-START-FILE.
           MOVE ZEROS TO WS-QTD-PROD WS-QTD-ENS WS-QTD-IGUAIS
               WS-QTD-INCLUIDOS WS-QTD-EXCLUIDOS WS-QTD-ALTERADOS
               WS-DET-LINHAS.
           MOVE SPACES TO WS-SITUACAO.
           MOVE "N" TO WS-PROD-SW WS-ENS-SW.
           MOVE "N" TO WS-PROD-EOF-SW WS-ENS-EOF-SW.
           MOVE SPACES TO WS-PROD-PATH WS-ENS-PATH.
           STRING WS-PROD-DIR DELIMITED BY SPACE
                  WS-ARQ-NOME DELIMITED BY SPACE
               INTO WS-PROD-PATH.
           STRING WS-ENS-DIR DELIMITED BY SPACE
                  WS-ARQ-NOME DELIMITED BY SPACE
               INTO WS-ENS-PATH.
           MOVE SPACES TO CSL-TEXT.
           STRING "ARQUIVO " WS-ARQ-TITULO DELIMITED BY SIZE
               INTO CSL-TEXT.
           WRITE WS-CMP-RPT-LINE FROM CMP-SECTION-LINE
               AFTER ADVANCING 2 LINES.

       0006-200-PROD-OPENED.
           EVALUATE TRUE
               WHEN WS-PROD-STATUS-OK
                   SET WS-PROD-ABERTO TO TRUE
               WHEN WS-PROD-NOT-FOUND
                   SET WS-PROD-AUSENTE TO TRUE
               WHEN OTHER
                   MOVE "X" TO WS-PROD-SW
                   DISPLAY 'ERRO AO ABRIR ' WS-PROD-PATH
                       ' - STATUS ' WS-PROD-STATUS
           END-EVALUATE.

       0006-300-ENS-OPENED.
           EVALUATE TRUE
               WHEN WS-ENS-STATUS-OK
                   SET WS-ENS-ABERTO TO TRUE
               WHEN WS-ENS-NOT-FOUND
                   SET WS-ENS-AUSENTE TO TRUE
               WHEN OTHER
                   MOVE "X" TO WS-ENS-SW
                   DISPLAY 'ERRO AO ABRIR ' WS-ENS-PATH
                       ' - STATUS ' WS-ENS-STATUS
           END-EVALUATE.

      *    A FILE ON ONE SIDE ONLY IS ITSELF A DIFFERENCE; ONE ON
      *    NEITHER SIDE IS SIMPLY NOT PART OF THIS NIGHT.
       0006-500-NOT-COMPARED.
           EVALUATE TRUE
               WHEN WS-PROD-AUSENTE AND WS-ENS-AUSENTE
                   MOVE "AUSENTE NOS DOIS LADOS" TO WS-SITUACAO
               WHEN WS-PROD-AUSENTE AND WS-ENS-ABERTO
                   MOVE "SO EXISTE NO ENSAIO" TO WS-SITUACAO
                   SET WS-HA-DIFERENCA TO TRUE
               WHEN WS-ENS-AUSENTE AND WS-PROD-ABERTO
                   MOVE "SO EXISTE NA PRODUCAO" TO WS-SITUACAO
                   SET WS-HA-DIFERENCA TO TRUE
               WHEN OTHER
                   MOVE "ERRO DE ABERTURA" TO WS-SITUACAO
                   SET WS-PARCIAL TO TRUE
           END-EVALUATE.
           MOVE SPACES TO CSL-TEXT.
           STRING "  NAO COMPARADO - " WS-SITUACAO
               DELIMITED BY SIZE INTO CSL-TEXT.
           WRITE WS-CMP-RPT-LINE FROM CMP-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 0006-650-ADD-RESULT.

       0006-600-NOTE-RESULT.
           IF WS-QTD-INCLUIDOS > ZEROS OR WS-QTD-EXCLUIDOS > ZEROS
              OR WS-QTD-ALTERADOS > ZEROS
               SET WS-HA-DIFERENCA TO TRUE
               IF WS-SITUACAO = SPACES
                   MOVE "DIFERENTE" TO WS-SITUACAO
               END-IF
           ELSE
               IF WS-SITUACAO = SPACES
                   MOVE "IDENTICO" TO WS-SITUACAO
               END-IF
           END-IF.
           IF WS-DET-LINHAS = ZEROS
               MOVE "  SEM DIFERENCAS" TO CSL-TEXT
               WRITE WS-CMP-RPT-LINE FROM CMP-SECTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0006-650-ADD-RESULT.

       0006-650-ADD-RESULT.
           IF WS-RES-COUNT < 50
               ADD 1 TO WS-RES-COUNT
               MOVE WS-RES-COUNT TO RX
               MOVE WS-ARQ-TITULO TO WS-RES-NOME(RX)
               IF WS-ARQ-ID = ZEROS
                   MOVE "L" TO WS-RES-TIPO(RX)
               ELSE
                   MOVE "R" TO WS-RES-TIPO(RX)
               END-IF
               MOVE WS-QTD-PROD TO WS-RES-PROD(RX)
               MOVE WS-QTD-ENS TO WS-RES-ENS(RX)
               MOVE WS-QTD-IGUAIS TO WS-RES-IGUAIS(RX)
               MOVE WS-QTD-INCLUIDOS TO WS-RES-INCLUIDOS(RX)
               MOVE WS-QTD-EXCLUIDOS TO WS-RES-EXCLUIDOS(RX)
               MOVE WS-QTD-ALTERADOS TO WS-RES-ALTERADOS(RX)
               MOVE WS-SITUACAO TO WS-RES-SITUACAO(RX)
           END-IF.

      *    SAME KEY ON BOTH SIDES - EQUAL, OR ONE LINE PER FIELD THAT
      *    DIFFERS.
       0006-700-SAME-KEY.
           IF WS-PROD-REC(1:WS-REG-TAM) = WS-ENS-REC(1:WS-REG-TAM)
               ADD 1 TO WS-QTD-IGUAIS
           ELSE
               ADD 1 TO WS-QTD-ALTERADOS
               PERFORM 0006-750-ONE-FIELD
                   VARYING CX FROM 1 BY 1 UNTIL CX > WS-CAMPO-COUNT
           END-IF.

       0006-750-ONE-FIELD.
           IF WS-CP-ARQ(CX) = WS-ARQ-ID
              AND WS-PROD-REC(WS-CP-INI(CX):WS-CP-TAM(CX)) NOT =
                  WS-ENS-REC(WS-CP-INI(CX):WS-CP-TAM(CX))
               MOVE "ALTERADO" TO CRL-SITUACAO
               MOVE WS-PROD-REC(1:WS-CHAVE-TAM) TO CRL-CHAVE
               MOVE WS-CP-NOME(CX) TO CRL-CAMPO
               MOVE WS-CP-TAM(CX) TO WS-FMT-TAM
               MOVE WS-CP-DEC(CX) TO WS-FMT-DEC
               MOVE WS-PROD-REC(WS-CP-INI(CX):WS-CP-TAM(CX))
                   TO WS-FMT-IN
               PERFORM 0009-FORMAT-VALUE
               MOVE WS-FMT-OUT TO CRL-PROD
               MOVE WS-ENS-REC(WS-CP-INI(CX):WS-CP-TAM(CX))
                   TO WS-FMT-IN
               PERFORM 0009-FORMAT-VALUE
               MOVE WS-FMT-OUT TO CRL-ENS
               MOVE CMP-REG-LINE TO WS-CMP-RPT-LINE
               PERFORM 0008-WRITE-DETAIL
           END-IF.

       0006-800-ONLY-PROD.
           ADD 1 TO WS-QTD-EXCLUIDOS.
           MOVE "EXCLUIDO" TO CRC-SITUACAO.
           MOVE WS-PROD-REC(1:WS-CHAVE-TAM) TO CRC-CHAVE.
           MOVE WS-PROD-REC(1:WS-REG-TAM) TO CRC-REGISTRO.
           MOVE CMP-REC-LINE TO WS-CMP-RPT-LINE.
           PERFORM 0008-WRITE-DETAIL.

       0006-900-ONLY-ENS.
           ADD 1 TO WS-QTD-INCLUIDOS.
           MOVE "INCLUIDO" TO CRC-SITUACAO.
           MOVE WS-ENS-REC(1:WS-CHAVE-TAM) TO CRC-CHAVE.
           MOVE WS-ENS-REC(1:WS-REG-TAM) TO CRC-REGISTRO.
           MOVE CMP-REC-LINE TO WS-CMP-RPT-LINE.
           PERFORM 0008-WRITE-DETAIL.

      *----------------------------------------------------------------*
      * SUMMARY PER FILE AND THE RETURN-CODE.                          *
      *----------------------------------------------------------------*
       0007-FINALIZE.
           MOVE "RESUMO POR ARQUIVO (R = REGISTROS, L = LINHAS)"
               TO CSL-TEXT.
           WRITE WS-CMP-RPT-LINE FROM CMP-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE WS-CMP-RPT-LINE FROM CMP-RES-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 0007-100-RESULT-LINE
               VARYING RX FROM 1 BY 1 UNTIL RX > WS-RES-COUNT.
           EVALUATE TRUE
               WHEN WS-HA-DIFERENCA
                   MOVE "ENSAIO DIFERE DA PRODUCAO NOS ARQUIVOS ACIMA "
                       TO CSL-TEXT
               WHEN WS-PARCIAL
                   MOVE "NENHUMA DIFERENCA NO QUE FOI COMPARADO - "
                       & "COMPARACAO INCOMPLETA" TO CSL-TEXT
               WHEN OTHER
                   MOVE "ENSAIO IDENTICO A PRODUCAO" TO CSL-TEXT
           END-EVALUATE.
           WRITE WS-CMP-RPT-LINE FROM CMP-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-CMP-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE ENSAIOCMPREPORTFILE.
           IF WS-HA-DIFERENCA OR WS-PARCIAL
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'COMPARACAO ENSAIO X PRODUCAO CONCLUIDA - '
               WS-PTH-ENSAIOCMP-RPT.

       0007-100-RESULT-LINE.
           MOVE WS-RES-NOME(RX) TO CRS-NOME.
           MOVE WS-RES-TIPO(RX) TO CRS-TIPO.
           MOVE WS-RES-PROD(RX) TO CRS-PROD.
           MOVE WS-RES-ENS(RX) TO CRS-ENS.
           MOVE WS-RES-IGUAIS(RX) TO CRS-IGUAIS.
           MOVE WS-RES-INCLUIDOS(RX) TO CRS-INCLUIDOS.
           MOVE WS-RES-EXCLUIDOS(RX) TO CRS-EXCLUIDOS.
           MOVE WS-RES-ALTERADOS(RX) TO CRS-ALTERADOS.
           MOVE WS-RES-SITUACAO(RX) TO CRS-SITUACAO.
           WRITE WS-CMP-RPT-LINE FROM CMP-RES-LINE
               AFTER ADVANCING 1 LINE.

      *    DETAIL LINES ARE CAPPED PER FILE; THE COUNTS GO ON.
       0008-WRITE-DETAIL.
           ADD 1 TO WS-DET-LINHAS.
           IF WS-DET-LINHAS NOT > WS-DET-LIMITE
               WRITE WS-CMP-RPT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF WS-DET-LINHAS = WS-DET-LIMITE + 1
                   MOVE "  ... DEMAIS DIFERENCAS DESTE ARQUIVO SO "
                       & "CONTADAS NO RESUMO" TO CSL-TEXT
                   WRITE WS-CMP-RPT-LINE FROM CMP-SECTION-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      *    A NUMERIC FIELD WITH DECIMALS IS SHOWN WITHOUT ITS LEADING
      *    ZEROS AND WITH ITS DECIMAL COMMA; ANY OTHER AS STORED.
       0009-FORMAT-VALUE.
           MOVE SPACES TO WS-FMT-OUT.
           IF WS-FMT-DEC > ZEROS
              AND WS-FMT-IN(1:WS-FMT-TAM) IS NUMERIC
               COMPUTE WS-FMT-INT = WS-FMT-TAM - WS-FMT-DEC
               PERFORM 0009-100-SCAN-ZERO
                   VARYING FP FROM 1 BY 1
                   UNTIL FP NOT < WS-FMT-INT
                      OR WS-FMT-IN(FP:1) NOT = "0"
               STRING WS-FMT-IN(FP:WS-FMT-INT - FP + 1) ","
                      WS-FMT-IN(WS-FMT-INT + 1:WS-FMT-DEC)
                   DELIMITED BY SIZE INTO WS-FMT-OUT
           ELSE
               MOVE WS-FMT-IN(1:WS-FMT-TAM) TO WS-FMT-OUT
           END-IF.

       0009-100-SCAN-ZERO.
           CONTINUE.

       END PROGRAM ENSAIOCMP.
