      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. MONTHLY PROFIT AND LOSS BY BRANCH
      *              FOR THE MONTH GIVEN AS THE RUN ARGUMENT (AAAAMM;
      *              WITHOUT IT, THE MONTH BEFORE THE RUN DATE), WITH
      *              THE PREVIOUS MONTH AND THE YEAR TO DATE ALONGSIDE.
      *              REVENUE IS THE BRANCH LEDGER SALESFIL.DAT KEPT BY
      *              VENDAS_MES; COST OF GOODS SOLD IS THE BRANCH'S
      *              NET COPIES ON BSHIST.DAT (BLANK REGION = MATRIZ
      *              "MTZ", AS IN INVPOST) AT THE MOVING-AVERAGE COST
      *              ON CUSTOMF.DAT (LAST COST WHEN THERE IS NO
      *              AVERAGE); STOCK WRITE-OFFS ARE THE VALUES AT COST
      *              ON PERDAADJ.DAT; STAFF COST IS THE EARNINGS ON
      *              FOLHIST.DAT (PROVENTOS AND EXEMPT EARNINGS, ALL
      *              ORIGINS) OF EMPLOYEES WHOSE DEPARTMENT IS MAPPED
      *              TO THE BRANCH ON DEPTOMF.DAT; RENT AND OTHER FIXED
      *              COSTS ARE THE MONTHLY AMOUNTS IN FORCE ON
      *              FILCTL.DAT (CTLMAINT OPTION L). TRANSFERS SENT
      *              AND RECEIVED AT COST (XFERADJ.DAT, KEPT BY
      *              STKXFER) ARE SHOWN UNDER THE CONTRIBUTION FOR
      *              INFORMATION ONLY - THE COPIES ARE CHARGED WHEN
      *              SOLD OR WRITTEN OFF. ANYTHING WITH NO BRANCH GOES
      *              TO A "SEM FILIAL" COLUMN SO THE COMPANY TOTAL
      *              PAGE ADDS UP, AND THE REVENUE IS RECONCILED TO
      *              THE SALESYTD MONTHS VENDAS_MES PRINTS; ANY
      *              DIFFERENCE IS PRINTED AND ENDS THE RUN WITH
      *              RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DREFIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESFILFILE ASSIGN TO DYNAMIC WS-PTH-SALESFIL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SFL-STATUS.

           SELECT YTDGENFILE ASSIGN TO DYNAMIC WS-PTH-YTDGEN-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPTR-STATUS.

           SELECT YTDFILE ASSIGN TO DYNAMIC WS-YTD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.

           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-PTH-BSHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT COSTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BOOKNUM
               FILE STATUS IS WS-CST-STATUS.

           SELECT PERDAADJFILE ASSIGN TO DYNAMIC WS-PTH-PERDAADJ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT XFERADJFILE ASSIGN TO DYNAMIC WS-PTH-XFERADJ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XAJ-STATUS.

           SELECT FOLHISTFILE ASSIGN TO DYNAMIC WS-PTH-FOLHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHS-STATUS.

           SELECT EMPLOYEEMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-EMPMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT DEPTOMFFILE ASSIGN TO DYNAMIC WS-PTH-DEPTOMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT BRANCHMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BRANCHMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS.

           SELECT FILCTLFILE ASSIGN TO DYNAMIC WS-PTH-FILCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.

           SELECT DREREPORTFILE ASSIGN TO DYNAMIC WS-PTH-DREFIL-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESFILFILE.
       01  SFL-RECORD.
           88 WS-EOF-SALESFIL      VALUE HIGH-VALUES.
           05 SFL-FILIAL           PIC X(03).
           05 SFL-ANOMES           PIC 9(06).
           05 SFL-VALOR            PIC 9(12)V9(2).
           05 SFL-DATE             PIC 9(08).

       FD  YTDGENFILE.
       01  GPTR-RECORD.
           05 GPTR-CURRENT         PIC 9(01).

       FD  YTDFILE.
       01  YTD-RECORD.
           88 WS-EOF-YTD           VALUE HIGH-VALUES.
           05 YTD-ANOMES           PIC 9(06).
           05 YTD-VALOR            PIC 9(12)V9(2).

       FD  HISTORYFILE.
       01  HIST-RECORD.
           88 WS-EOF-HISTORY       VALUE HIGH-VALUES.
           02 HIST-YEARMONTH       PIC 9(6).
           02 HIST-SALE-IMAGE.
              03 HIST-BOOKNUM      PIC X(5).
              03 HIST-COPIES       PIC XX.
              03 HIST-SALESTATUS   PIC X.
              03 HIST-SALEDATE     PIC X(8).
              03 HIST-REGION       PIC X(3).
              03 HIST-CLIENTEID    PIC X(6).

       FD  COSTMASTERFILE.
       01  CST-RECORD.
           05 CST-BOOKNUM          PIC X(5).
           05 CST-CUSTO-MEDIO      PIC 9(5)V99.
           05 CST-ULT-CUSTO        PIC 9(5)V99.
           05 CST-ULT-DATA         PIC 9(8).

       FD  PERDAADJFILE.
       01  ADJ-RECORD.
           88 WS-EOF-PERDAADJ      VALUE HIGH-VALUES.
           05 ADJ-DATE             PIC 9(8).
           05 ADJ-TIME             PIC 9(8).
           05 ADJ-BOOKNUM          PIC X(5).
           05 ADJ-FILIAL           PIC X(3).
           05 ADJ-SALDO-ANT        PIC 9(5).
           05 ADJ-SALDO-NOVO       PIC 9(5).
           05 ADJ-VARIACAO         PIC S9(6).
           05 ADJ-MOTIVO           PIC X(1).
           05 ADJ-OPERADOR         PIC X(8).
           05 ADJ-DATA-BAIXA       PIC 9(8).
           05 ADJ-CUSTO-UNIT       PIC 9(5)V99.
           05 ADJ-VALOR            PIC 9(10)V99.

       FD  XFERADJFILE.
       01  XAJ-RECORD.
           88 WS-EOF-XFERADJ       VALUE HIGH-VALUES.
           05 XAJ-DATE             PIC 9(8).
           05 XAJ-TIME             PIC 9(8).
           05 XAJ-BOOKNUM          PIC X(5).
           05 XAJ-FILIAL-DE        PIC X(3).
           05 XAJ-FILIAL-PARA      PIC X(3).
           05 XAJ-QTY              PIC 9(5).
           05 XAJ-DATA-XFER        PIC 9(8).
           05 XAJ-CUSTO-UNIT       PIC 9(5)V99.
           05 XAJ-VALOR            PIC 9(10)V99.

       FD  FOLHISTFILE.
       01  HST-RECORD.
           88 WS-EOF-FOLHIST       VALUE HIGH-VALUES.
           05 HST-COMPETENCIA      PIC 9(06).
           05 HST-ORIGEM           PIC X(01).
           05 HST-MATRICULA        PIC 9(06).
           05 HST-SEQ              PIC 9(02).
           05 HST-RUBRICA          PIC X(04).
           05 HST-DESCRICAO        PIC X(20).
           05 HST-NATUREZA         PIC X(01).
              88 HST-NAT-CUSTO     VALUE "P" "X".
           05 HST-VALOR            PIC 9(9)V9(2).
           05 HST-DATA-REG         PIC 9(08).

       FD  EMPLOYEEMASTERFILE.
       01  WS-EMP-RECORD.
           05 WS-EMP-MATRICULA     PIC 9(06).
           05 WS-EMP-NOME          PIC X(30).
           05 WS-EMP-ANO-INGRESSO  PIC 9(04).
           05 WS-EMP-MES-INGRESSO  PIC 9(02).
           05 WS-EMP-SALARIO       PIC 9(9)V9(2).
           05 WS-EMP-GRADE         PIC X(02).
           05 WS-EMP-SITUACAO      PIC X(01).
           05 WS-EMP-DEPTO         PIC X(03).

       FD  DEPTOMFFILE.
       01  DEPTOMF-RECORD.
           88 WS-EOF-DEPTOMF       VALUE HIGH-VALUES.
           05 DEPTOMF-CODIGO       PIC X(03).
           05 DEPTOMF-NOME         PIC X(25).
           05 DEPTOMF-CCUSTO       PIC X(06).
           05 DEPTOMF-CHEFE        PIC 9(06).
           05 DEPTOMF-QUADRO       PIC 9(04).
           05 DEPTOMF-ORCAMENTO    PIC 9(9)V9(2).
           05 DEPTOMF-FILIAL       PIC X(03).

       FD  BRANCHMASTERFILE.
       01  BRM-RECORD.
           88 WS-EOF-BRANCHMF      VALUE HIGH-VALUES.
           05 BRM-CODE             PIC X(3).
           05 BRM-NAME             PIC X(25).
           05 BRM-CNPJ             PIC X(14).
           05 BRM-IE               PIC X(14).
           05 BRM-UF               PIC X(2).
           05 BRM-SERIE-NFCE       PIC X(3).

       FD  FILCTLFILE.
       01  FCT-RECORD.
           88 WS-EOF-FILCTL        VALUE HIGH-VALUES.
           05 FCT-FILIAL           PIC X(03).
           05 FCT-VIGENCIA         PIC X(06).
           05 FCT-ALUGUEL          PIC X(11).
           05 FCT-OUTROS           PIC X(11).

       FD  DREREPORTFILE.
       01  WS-DRE-RPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PTH-SALESFIL-DAT PIC X(44)
           VALUE "ASSETS/SALESFIL.DAT".
       77  WS-PTH-YTDGEN-DAT PIC X(44)
           VALUE "ASSETS/YTDGEN.DAT".
       77  WS-PTH-SALESYTD-DAT PIC X(44)
           VALUE "ASSETS/SALESYTD.DAT".
       77  WS-PTH-SALESYTD-G1 PIC X(44)
           VALUE "ASSETS/SALESYTD.G1".
       77  WS-PTH-SALESYTD-G2 PIC X(44)
           VALUE "ASSETS/SALESYTD.G2".
       77  WS-PTH-SALESYTD-G3 PIC X(44)
           VALUE "ASSETS/SALESYTD.G3".
       77  WS-PTH-BSHIST-DAT PIC X(44)
           VALUE "ASSETS/BSHIST.DAT".
       77  WS-PTH-CUSTOMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTOMF.DAT".
       77  WS-PTH-PERDAADJ-DAT PIC X(44)
           VALUE "ASSETS/PERDAADJ.DAT".
       77  WS-PTH-XFERADJ-DAT PIC X(44)
           VALUE "ASSETS/XFERADJ.DAT".
       77  WS-PTH-FOLHIST-DAT PIC X(44)
           VALUE "ASSETS/FOLHIST.DAT".
       77  WS-PTH-EMPMF-DAT PIC X(44)
           VALUE "ASSETS/EMPMF.DAT".
       77  WS-PTH-DEPTOMF-DAT PIC X(44)
           VALUE "ASSETS/DEPTOMF.DAT".
       77  WS-PTH-BRANCHMF-DAT PIC X(44)
           VALUE "ASSETS/BRANCHMF.DAT".
       77  WS-PTH-FILCTL-DAT PIC X(44)
           VALUE "ASSETS/FILCTL.DAT".
       77  WS-PTH-DREFIL-RPT PIC X(44)
           VALUE "ASSETS/DREFIL.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-YTD-NAME             PIC X(44) VALUE SPACES.
       77  WS-SFL-STATUS           PIC X(02) VALUE SPACES.
           88 WS-SFL-STATUS-OK     VALUE "00".
       77  WS-GPTR-STATUS          PIC X(02) VALUE SPACES.
           88 WS-GPTR-STATUS-OK    VALUE "00".
       77  WS-YTD-STATUS           PIC X(02) VALUE SPACES.
           88 WS-YTD-STATUS-OK     VALUE "00".
       77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK    VALUE "00".
       77  WS-CST-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CST-STATUS-OK     VALUE "00".
       77  WS-ADJ-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ADJ-STATUS-OK     VALUE "00".
       77  WS-XAJ-STATUS           PIC X(02) VALUE SPACES.
           88 WS-XAJ-STATUS-OK     VALUE "00".
       77  WS-FHS-STATUS           PIC X(02) VALUE SPACES.
           88 WS-FHS-STATUS-OK     VALUE "00".
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-EMP-STATUS-OK     VALUE "00".
       77  WS-DEP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-DEP-STATUS-OK     VALUE "00".
       77  WS-BRM-STATUS           PIC X(02) VALUE SPACES.
           88 WS-BRM-STATUS-OK     VALUE "00".
       77  WS-FCT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-FCT-STATUS-OK     VALUE "00".
       77  WS-CST-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-CST-OPENED        VALUE "Y".
       77  WS-EMP-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-EMP-OPENED        VALUE "Y".

       77  WS-RUN-DATE-NUM         PIC 9(08) VALUE ZEROS.
       77  WS-MES-PARM             PIC X(06) VALUE SPACES.
       77  WS-DRE-RPT-LEN          PIC 9(03) VALUE 132.
       77  WS-GEN-CURRENT          PIC 9(01) VALUE ZEROS.
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WS-ANT-ANOMES           PIC 9(06) VALUE ZEROS.
       77  WS-ANT-ANO              PIC 9(04) VALUE ZEROS.
       77  WS-ANT-MES              PIC 9(02) VALUE ZEROS.
       77  WS-INI-ANO              PIC 9(06) VALUE ZEROS.
       77  WS-MOV-ANOMES           PIC 9(06) VALUE ZEROS.
       77  WS-FILIAL-KEY           PIC X(03) VALUE SPACES.
       77  WS-VALOR                PIC S9(13)V99 VALUE ZEROS.
       77  WS-CUSTO-UNIT           PIC 9(5)V99 VALUE ZEROS.
       77  WS-COPIES-SIGNED        PIC S9(05) VALUE ZEROS.
       77  WS-ULT-MATRICULA        PIC 9(06) VALUE ZEROS.
       77  WS-ULT-FILIAL           PIC X(03) VALUE SPACES.
       77  WS-FIXO-MES             PIC 9(02) VALUE ZEROS.
       77  WS-BEST-VIGENCIA        PIC 9(06) VALUE ZEROS.
       77  WS-BEST-CX              PIC 9(03) VALUE ZEROS.
       77  WS-DIFERENCA            PIC S9(13)V99 VALUE ZEROS.
       77  WS-MARGEM-PCT           PIC S9(05)V99 VALUE ZEROS.
       77  WS-DIF-SW               PIC X(01) VALUE "N".
           88 WS-HA-DIFERENCA      VALUE "Y".
       77  WS-ROW1-SW              PIC X(01) VALUE "N".
           88 WS-ROW1-USADA        VALUE "Y".

       77  WS-SFL-LIDOS            PIC 9(07) VALUE ZEROS.
       77  WS-HIST-LIDOS           PIC 9(07) VALUE ZEROS.
       77  WS-ADJ-LIDOS            PIC 9(07) VALUE ZEROS.
       77  WS-XAJ-LIDOS            PIC 9(07) VALUE ZEROS.
       77  WS-FHS-LIDOS            PIC 9(07) VALUE ZEROS.
       77  WS-SEM-CUSTO-COUNT      PIC 9(05) VALUE ZEROS.
       77  WS-FILIAIS-IMPRESSAS    PIC 9(05) VALUE ZEROS.

       77  FX                      PIC 9(02) VALUE ZEROS.
       77  PX                      PIC 9(01) VALUE ZEROS.
       77  LX                      PIC 9(02) VALUE ZEROS.
       77  DX                      PIC 9(02) VALUE ZEROS.
       77  CX                      PIC 9(03) VALUE ZEROS.
       77  MX                      PIC 9(02) VALUE ZEROS.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(04).
           05 WS-RUN-MES           PIC 9(02).
           05 WS-RUN-DIA           PIC 9(02).

       01  WS-REF-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-REF-MES              PIC 9(02) VALUE ZEROS.

      * WHICH OF THE THREE COLUMNS A MONTH FALLS IN: 1 = THE MONTH,
      * 2 = THE MONTH BEFORE, 3 = THE YEAR TO DATE.
       01  WS-PERIODO-SW.
           05 WS-NO-PERIODO        PIC X(01) OCCURS 3 TIMES.

      * ONE ROW PER BRANCH; ROW 1 IS "SEM FILIAL". THE EIGHT FIGURES
      * ARE 1 REVENUE, 2 COST OF GOODS SOLD, 3 WRITE-OFFS, 4 STAFF,
      * 5 RENT, 6 OTHER FIXED, 7 TRANSFERS IN, 8 TRANSFERS OUT.
       01  WS-FILIAL-TABLE.
           05 WS-FIL-ENTRY OCCURS 30 TIMES.
              10 WS-FIL-CODE       PIC X(03).
              10 WS-FIL-NAME       PIC X(25).
              10 WS-FIL-PERIODO OCCURS 3 TIMES.
                 15 WS-FIL-VAL     PIC S9(13)V99 OCCURS 8 TIMES.
       01  WS-FILIAL-COUNT         PIC 9(02) VALUE ZEROS.

       01  WS-PRINT-TABLE.
           05 WS-PRT-PERIODO OCCURS 3 TIMES.
              10 WS-PRT-VAL        PIC S9(13)V99 OCCURS 8 TIMES.

       01  WS-TOTAL-TABLE.
           05 WS-TOT-PERIODO OCCURS 3 TIMES.
              10 WS-TOT-VAL        PIC S9(13)V99 OCCURS 8 TIMES.

       01  WS-VENDAS-MES-TABLE.
           05 WS-VM-VALOR          PIC S9(13)V99 OCCURS 3 TIMES.

       01  WS-CALC-TABLE.
           05 WS-CALC-BRUTA        PIC S9(13)V99 OCCURS 3 TIMES.
           05 WS-CALC-CONTRIB      PIC S9(13)V99 OCCURS 3 TIMES.

       01  WS-DEPTO-TABLE.
           05 WS-DEP-ENTRY OCCURS 50 TIMES.
              10 WS-DEP-CODE       PIC X(03).
              10 WS-DEP-FILIAL     PIC X(03).
       01  WS-DEPTO-COUNT          PIC 9(02) VALUE ZEROS.

       01  WS-FILCTL-TABLE.
           05 WS-FCT-ENTRY OCCURS 100 TIMES.
              10 WS-FCT-FILIAL     PIC X(03).
              10 WS-FCT-VIGENCIA   PIC 9(06).
              10 WS-FCT-ALUGUEL    PIC 9(09)V99.
              10 WS-FCT-OUTROS     PIC 9(09)V99.
       01  WS-FILCTL-COUNT         PIC 9(03) VALUE ZEROS.

       01  WS-FCT-CHECK.
           05 WS-FCK-VIGENCIA      PIC 9(06).
           05 WS-FCK-ALUGUEL       PIC 9(09)V99.
           05 WS-FCK-OUTROS        PIC 9(09)V99.
       01  WS-FCT-CHECK-X REDEFINES WS-FCT-CHECK.
           05 WS-FCK-VIGENCIA-X    PIC X(06).
           05 WS-FCK-ALUGUEL-X     PIC X(11).
           05 WS-FCK-OUTROS-X      PIC X(11).

       01  DRE-MONTH-LINE.
           05 FILLER               PIC X(20)
              VALUE "RESULTADO DO MES DE ".
           05 DML-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DML-ANO              PIC 9(04).

       01  DRE-FILIAL-LINE.
           05 FILLER               PIC X(08) VALUE "FILIAL: ".
           05 DFL-CODE             PIC X(03).
           05 FILLER               PIC X(03) VALUE " - ".
           05 DFL-NAME             PIC X(40).

       01  DRE-COL-HEADING.
           05 FILLER               PIC X(42) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE SPACES.
           05 DCH-MES-MM           PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DCH-MES-AAAA         PIC 9(04).
           05 FILLER               PIC X(15) VALUE SPACES.
           05 DCH-ANT-MM           PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DCH-ANT-AAAA         PIC 9(04).
           05 FILLER               PIC X(09) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "JAN A ".
           05 DCH-ACU-MM           PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DCH-ACU-AAAA         PIC 9(04).

       01  DRE-COL-NAMES.
           05 FILLER               PIC X(42) VALUE SPACES.
           05 FILLER               PIC X(19) VALUE SPACES.
           05 FILLER               PIC X(03) VALUE "MES".
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "MES ANTERIOR".
           05 FILLER               PIC X(09) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "ANO ATE O MES".

       01  DRE-VALUE-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DVL-LABEL            PIC X(40).
           05 DVL-COLUNA OCCURS 3 TIMES.
              10 FILLER            PIC X(05) VALUE SPACES.
              10 DVL-VALOR         PIC -(13)9,99.

       01  DRE-PCT-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DPL-LABEL            PIC X(40).
           05 DPL-COLUNA OCCURS 3 TIMES.
              10 FILLER            PIC X(12) VALUE SPACES.
              10 DPL-PCT           PIC -(5)9,99.
              10 DPL-SINAL         PIC X(01).

       01  DRE-TEXT-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DTL-TEXT             PIC X(100).

       01  DRE-COUNT-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DCL-LABEL            PIC X(40).
           05 FILLER               PIC X(10) VALUE SPACES.
           05 DCL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-REVENUE.
           PERFORM 0004-COST-OF-SALES.
           PERFORM 0005-WRITE-OFFS.
           PERFORM 0006-TRANSFERS.
           PERFORM 0007-STAFF-COST.
           PERFORM 0008-FIXED-COSTS.
           PERFORM 0009-COMPANY-SALES.
           PERFORM 0010-PRINT-STATEMENTS.
           PERFORM 0011-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-SALESFIL-DAT.
           CALL "DATADIR" USING WS-PTH-YTDGEN-DAT.
           CALL "DATADIR" USING WS-PTH-SALESYTD-DAT.
           CALL "DATADIR" USING WS-PTH-SALESYTD-G1.
           CALL "DATADIR" USING WS-PTH-SALESYTD-G2.
           CALL "DATADIR" USING WS-PTH-SALESYTD-G3.
           CALL "DATADIR" USING WS-PTH-BSHIST-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-PERDAADJ-DAT.
           CALL "DATADIR" USING WS-PTH-XFERADJ-DAT.
           CALL "DATADIR" USING WS-PTH-FOLHIST-DAT.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-DEPTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-BRANCHMF-DAT.
           CALL "DATADIR" USING WS-PTH-FILCTL-DAT.
           CALL "DATADIR" USING WS-PTH-DREFIL-RPT.

       0001-500-LOG-START.
           MOVE "DREFIL" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "SALESFIL" TO RLOG-STAT-LABEL.
           MOVE WS-SFL-LIDOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "BSHIST" TO RLOG-STAT-LABEL.
           MOVE WS-HIST-LIDOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "FOLHIST" TO RLOG-STAT-LABEL.
           MOVE WS-FHS-LIDOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "FILIAIS" TO RLOG-STAT-LABEL.
           MOVE WS-FILIAIS-IMPRESSAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "DREFIL" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "DREFIL" TO RLOG-PROGRAM-NAME.
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
           COMPUTE WS-COMPETENCIA = (WS-REF-ANO * 100) + WS-REF-MES.
           IF WS-REF-MES = 1
               COMPUTE WS-ANT-ANO = WS-REF-ANO - 1
               MOVE 12 TO WS-ANT-MES
           ELSE
               MOVE WS-REF-ANO TO WS-ANT-ANO
               COMPUTE WS-ANT-MES = WS-REF-MES - 1
           END-IF.
           COMPUTE WS-ANT-ANOMES = (WS-ANT-ANO * 100) + WS-ANT-MES.
           COMPUTE WS-INI-ANO = (WS-REF-ANO * 100) + 1.
           INITIALIZE WS-FILIAL-TABLE WS-TOTAL-TABLE
                      WS-VENDAS-MES-TABLE.
           MOVE 1 TO WS-FILIAL-COUNT.
           MOVE SPACES TO WS-FIL-CODE(1).
           MOVE "SEM FILIAL" TO WS-FIL-NAME(1).
           PERFORM 0002-200-LOAD-BRANCHES.
           PERFORM 0002-400-LOAD-DEPARTMENTS.
           PERFORM 0002-600-LOAD-FIXED-COSTS.

       0002-200-LOAD-BRANCHES.
           OPEN INPUT BRANCHMASTERFILE.
           IF WS-BRM-STATUS-OK
               READ BRANCHMASTERFILE
                   AT END SET WS-EOF-BRANCHMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-BRANCHMF
                   IF BRM-CODE NOT = SPACES
                       MOVE BRM-CODE TO WS-FILIAL-KEY
                       PERFORM 0100-FIND-FILIAL
                       MOVE BRM-NAME TO WS-FIL-NAME(FX)
                   END-IF
                   READ BRANCHMASTERFILE
                       AT END SET WS-EOF-BRANCHMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BRANCHMASTERFILE
           ELSE
               DISPLAY 'AVISO: BRANCHMF.DAT INDISPONIVEL - STATUS '
                   WS-BRM-STATUS
           END-IF.

       0002-400-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTOMFFILE.
           IF WS-DEP-STATUS-OK
               READ DEPTOMFFILE
                   AT END SET WS-EOF-DEPTOMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-DEPTOMF
                   IF WS-DEPTO-COUNT < 50
                       ADD 1 TO WS-DEPTO-COUNT
                       MOVE DEPTOMF-CODIGO
                           TO WS-DEP-CODE(WS-DEPTO-COUNT)
                       MOVE DEPTOMF-FILIAL
                           TO WS-DEP-FILIAL(WS-DEPTO-COUNT)
                   ELSE
                       DISPLAY 'AVISO: LIMITE DE 50 DEPARTAMENTOS - '
                           DEPTOMF-CODIGO ' FICA SEM FILIAL'
                   END-IF
                   READ DEPTOMFFILE
                       AT END SET WS-EOF-DEPTOMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEPTOMFFILE
           ELSE
               DISPLAY 'AVISO: DEPTOMF.DAT INDISPONIVEL - PESSOAL '
                   'SEM FILIAL'
           END-IF.

       0002-600-LOAD-FIXED-COSTS.
           OPEN INPUT FILCTLFILE.
           IF WS-FCT-STATUS-OK
               READ FILCTLFILE
                   AT END SET WS-EOF-FILCTL TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-FILCTL
                   PERFORM 0002-650-STORE-FIXED-COST
                   READ FILCTLFILE
                       AT END SET WS-EOF-FILCTL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FILCTLFILE
           ELSE
               DISPLAY 'AVISO: FILCTL.DAT INDISPONIVEL - SEM CUSTOS '
                   'FIXOS'
           END-IF.

       0002-650-STORE-FIXED-COST.
           MOVE FCT-VIGENCIA TO WS-FCK-VIGENCIA-X.
           MOVE FCT-ALUGUEL TO WS-FCK-ALUGUEL-X.
           MOVE FCT-OUTROS TO WS-FCK-OUTROS-X.
           IF FCT-FILIAL = SPACES
              OR WS-FCK-VIGENCIA-X IS NOT NUMERIC
              OR WS-FCK-ALUGUEL-X IS NOT NUMERIC
              OR WS-FCK-OUTROS-X IS NOT NUMERIC
               DISPLAY 'AVISO: LINHA INVALIDA NO FILCTL.DAT - '
                   FCT-RECORD ' - IGNORADA'
           ELSE
           IF WS-FILCTL-COUNT NOT < 100
               DISPLAY 'AVISO: LIMITE DE 100 LINHAS NO FILCTL.DAT - '
                   FCT-FILIAL ' ' FCT-VIGENCIA ' IGNORADA'
           ELSE
               ADD 1 TO WS-FILCTL-COUNT
               MOVE FCT-FILIAL TO WS-FCT-FILIAL(WS-FILCTL-COUNT)
               MOVE WS-FCK-VIGENCIA
                   TO WS-FCT-VIGENCIA(WS-FILCTL-COUNT)
               MOVE WS-FCK-ALUGUEL TO WS-FCT-ALUGUEL(WS-FILCTL-COUNT)
               MOVE WS-FCK-OUTROS TO WS-FCT-OUTROS(WS-FILCTL-COUNT)
               MOVE FCT-FILIAL TO WS-FILIAL-KEY
               PERFORM 0100-FIND-FILIAL
           END-IF
           END-IF.

      ******************************************************************
      * REVENUE: THE BRANCH LEDGER KEPT BY VENDAS_MES.
      ******************************************************************
       0003-REVENUE.
           OPEN INPUT SALESFILFILE.
           IF WS-SFL-STATUS-OK
               READ SALESFILFILE
                   AT END SET WS-EOF-SALESFIL TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-SALESFIL
                   ADD 1 TO WS-SFL-LIDOS
                   MOVE SFL-ANOMES TO WS-MOV-ANOMES
                   PERFORM 0110-CLASSIFY-MONTH
                   IF WS-PERIODO-SW NOT = "NNN"
                       MOVE SFL-FILIAL TO WS-FILIAL-KEY
                       PERFORM 0100-FIND-FILIAL
                       MOVE SFL-VALOR TO WS-VALOR
                       MOVE 1 TO LX
                       PERFORM 0120-ADD-VALUE
                   END-IF
                   READ SALESFILFILE
                       AT END SET WS-EOF-SALESFIL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SALESFILFILE
           ELSE
               DISPLAY 'AVISO: SALESFIL.DAT INDISPONIVEL - SEM '
                   'RECEITA POR FILIAL'
           END-IF.

      ******************************************************************
      * COST OF GOODS SOLD: NET COPIES AT THE MOVING-AVERAGE COST.
      ******************************************************************
       0004-COST-OF-SALES.
           OPEN INPUT COSTMASTERFILE.
           IF WS-CST-STATUS-OK
               SET WS-CST-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: CUSTOMF.DAT INDISPONIVEL - STATUS '
                   WS-CST-STATUS ' - CMV ZERADO'
           END-IF.
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               READ HISTORYFILE
                   AT END SET WS-EOF-HISTORY TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-HISTORY
                   ADD 1 TO WS-HIST-LIDOS
                   PERFORM 0004-100-COST-ONE-SALE
                   READ HISTORYFILE
                       AT END SET WS-EOF-HISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           ELSE
               DISPLAY 'AVISO: BSHIST.DAT INDISPONIVEL - CMV ZERADO'
           END-IF.
           IF WS-CST-OPENED
               CLOSE COSTMASTERFILE
           END-IF.

       0004-100-COST-ONE-SALE.
           MOVE HIST-YEARMONTH TO WS-MOV-ANOMES.
           PERFORM 0110-CLASSIFY-MONTH.
           IF WS-PERIODO-SW NOT = "NNN"
              AND HIST-COPIES IS NUMERIC
              AND (HIST-SALESTATUS = "N" OR HIST-SALESTATUS = "R")
               MOVE HIST-COPIES TO WS-COPIES-SIGNED
               IF HIST-SALESTATUS = "R"
                   COMPUTE WS-COPIES-SIGNED = ZERO - WS-COPIES-SIGNED
               END-IF
               MOVE ZEROS TO WS-CUSTO-UNIT
               IF WS-CST-OPENED
                   MOVE HIST-BOOKNUM TO CST-BOOKNUM
                   READ COSTMASTERFILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CST-CUSTO-MEDIO > ZEROS
                               MOVE CST-CUSTO-MEDIO TO WS-CUSTO-UNIT
                           ELSE
                               MOVE CST-ULT-CUSTO TO WS-CUSTO-UNIT
                           END-IF
                   END-READ
               END-IF
               IF WS-CUSTO-UNIT = ZEROS
                   ADD 1 TO WS-SEM-CUSTO-COUNT
               END-IF
               COMPUTE WS-VALOR = WS-COPIES-SIGNED * WS-CUSTO-UNIT
               IF HIST-REGION = SPACES
                   MOVE "MTZ" TO WS-FILIAL-KEY
               ELSE
                   MOVE HIST-REGION TO WS-FILIAL-KEY
               END-IF
               PERFORM 0100-FIND-FILIAL
               MOVE 2 TO LX
               PERFORM 0120-ADD-VALUE
           END-IF.

      ******************************************************************
      * STOCK WRITE-OFFS AT COST, BY THE DATE OF THE WRITE-OFF.
      ******************************************************************
       0005-WRITE-OFFS.
           OPEN INPUT PERDAADJFILE.
           IF WS-ADJ-STATUS-OK
               READ PERDAADJFILE
                   AT END SET WS-EOF-PERDAADJ TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-PERDAADJ
                   ADD 1 TO WS-ADJ-LIDOS
                   COMPUTE WS-MOV-ANOMES = ADJ-DATA-BAIXA / 100
                   PERFORM 0110-CLASSIFY-MONTH
                   IF WS-PERIODO-SW NOT = "NNN"
                       MOVE ADJ-FILIAL TO WS-FILIAL-KEY
                       PERFORM 0100-FIND-FILIAL
                       MOVE ADJ-VALOR TO WS-VALOR
                       MOVE 3 TO LX
                       PERFORM 0120-ADD-VALUE
                   END-IF
                   READ PERDAADJFILE
                       AT END SET WS-EOF-PERDAADJ TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PERDAADJFILE
           END-IF.

      ******************************************************************
      * TRANSFERS AT COST: RECEIVED BY THE DESTINATION, SENT BY THE
      * ORIGIN. SHOWN FOR INFORMATION, OUTSIDE THE CONTRIBUTION.
      ******************************************************************
       0006-TRANSFERS.
           OPEN INPUT XFERADJFILE.
           IF WS-XAJ-STATUS-OK
               READ XFERADJFILE
                   AT END SET WS-EOF-XFERADJ TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-XFERADJ
                   ADD 1 TO WS-XAJ-LIDOS
                   COMPUTE WS-MOV-ANOMES = XAJ-DATA-XFER / 100
                   PERFORM 0110-CLASSIFY-MONTH
                   IF WS-PERIODO-SW NOT = "NNN"
                       MOVE XAJ-VALOR TO WS-VALOR
                       MOVE XAJ-FILIAL-PARA TO WS-FILIAL-KEY
                       PERFORM 0100-FIND-FILIAL
                       MOVE 7 TO LX
                       PERFORM 0120-ADD-VALUE
                       MOVE XAJ-FILIAL-DE TO WS-FILIAL-KEY
                       PERFORM 0100-FIND-FILIAL
                       MOVE 8 TO LX
                       PERFORM 0120-ADD-VALUE
                   END-IF
                   READ XFERADJFILE
                       AT END SET WS-EOF-XFERADJ TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XFERADJFILE
           END-IF.

      ******************************************************************
      * STAFF COST: PAYSLIP EARNINGS OF THE MONTH, CHARGED TO THE
      * BRANCH OF THE EMPLOYEE'S DEPARTMENT.
      ******************************************************************
       0007-STAFF-COST.
           OPEN INPUT EMPLOYEEMASTERFILE.
           IF WS-EMP-STATUS-OK
               SET WS-EMP-OPENED TO TRUE
           ELSE
               DISPLAY 'AVISO: EMPMF.DAT INDISPONIVEL - STATUS '
                   WS-EMP-STATUS ' - PESSOAL SEM FILIAL'
           END-IF.
           MOVE ZEROS TO WS-ULT-MATRICULA.
           OPEN INPUT FOLHISTFILE.
           IF WS-FHS-STATUS-OK
               READ FOLHISTFILE
                   AT END SET WS-EOF-FOLHIST TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-FOLHIST
                   ADD 1 TO WS-FHS-LIDOS
                   IF HST-NAT-CUSTO
                       MOVE HST-COMPETENCIA TO WS-MOV-ANOMES
                       PERFORM 0110-CLASSIFY-MONTH
                       IF WS-PERIODO-SW NOT = "NNN"
                           PERFORM 0007-100-EMPLOYEE-BRANCH
                           MOVE WS-ULT-FILIAL TO WS-FILIAL-KEY
                           PERFORM 0100-FIND-FILIAL
                           MOVE HST-VALOR TO WS-VALOR
                           MOVE 4 TO LX
                           PERFORM 0120-ADD-VALUE
                       END-IF
                   END-IF
                   READ FOLHISTFILE
                       AT END SET WS-EOF-FOLHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FOLHISTFILE
           ELSE
               DISPLAY 'AVISO: FOLHIST.DAT INDISPONIVEL - PESSOAL '
                   'ZERADO'
           END-IF.
           IF WS-EMP-OPENED
               CLOSE EMPLOYEEMASTERFILE
           END-IF.

       0007-100-EMPLOYEE-BRANCH.
           IF HST-MATRICULA NOT = WS-ULT-MATRICULA
               MOVE HST-MATRICULA TO WS-ULT-MATRICULA
               MOVE SPACES TO WS-ULT-FILIAL
               IF WS-EMP-OPENED
                   MOVE HST-MATRICULA TO WS-EMP-MATRICULA
                   READ EMPLOYEEMASTERFILE
                       INVALID KEY MOVE SPACES TO WS-EMP-DEPTO
                   END-READ
                   PERFORM 0007-200-SCAN-DEPTO
                       VARYING DX FROM 1 BY 1
                       UNTIL DX > WS-DEPTO-COUNT
                          OR WS-DEP-CODE(DX) = WS-EMP-DEPTO
                   IF DX NOT > WS-DEPTO-COUNT
                      AND WS-EMP-DEPTO NOT = SPACES
                       MOVE WS-DEP-FILIAL(DX) TO WS-ULT-FILIAL
                   END-IF
               END-IF
           END-IF.

       0007-200-SCAN-DEPTO.
           CONTINUE.

      ******************************************************************
      * RENT AND OTHER FIXED COSTS: THE FILCTL LINE IN FORCE IN EACH
      * MONTH OF THE YEAR TO DATE (AND THE MONTH BEFORE A JANUARY).
      ******************************************************************
       0008-FIXED-COSTS.
           PERFORM 0008-100-BRANCH-FIXED
               VARYING FX FROM 2 BY 1 UNTIL FX > WS-FILIAL-COUNT.

       0008-100-BRANCH-FIXED.
           PERFORM 0008-200-MONTH-FIXED
               VARYING WS-FIXO-MES FROM 1 BY 1
               UNTIL WS-FIXO-MES > WS-REF-MES.
           IF WS-REF-MES = 1
               MOVE WS-ANT-ANOMES TO WS-MOV-ANOMES
               PERFORM 0008-300-CHARGE-MONTH
           END-IF.

       0008-200-MONTH-FIXED.
           COMPUTE WS-MOV-ANOMES = (WS-REF-ANO * 100) + WS-FIXO-MES.
           PERFORM 0008-300-CHARGE-MONTH.

       0008-300-CHARGE-MONTH.
           MOVE ZEROS TO WS-BEST-VIGENCIA WS-BEST-CX.
           PERFORM 0008-400-SCAN-FILCTL
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-FILCTL-COUNT.
           IF WS-BEST-CX > ZEROS
               PERFORM 0110-CLASSIFY-MONTH
               MOVE WS-FCT-ALUGUEL(WS-BEST-CX) TO WS-VALOR
               MOVE 5 TO LX
               PERFORM 0120-ADD-VALUE
               MOVE WS-FCT-OUTROS(WS-BEST-CX) TO WS-VALOR
               MOVE 6 TO LX
               PERFORM 0120-ADD-VALUE
           END-IF.

       0008-400-SCAN-FILCTL.
           IF WS-FCT-FILIAL(CX) = WS-FIL-CODE(FX)
              AND WS-FCT-VIGENCIA(CX) NOT > WS-MOV-ANOMES
              AND WS-FCT-VIGENCIA(CX) NOT < WS-BEST-VIGENCIA
               MOVE WS-FCT-VIGENCIA(CX) TO WS-BEST-VIGENCIA
               MOVE CX TO WS-BEST-CX
           END-IF.

      ******************************************************************
      * THE COMPANY FIGURES VENDAS_MES PRINTS: THE CURRENT SALESYTD
      * GENERATION (THE LEGACY FILE BEFORE THE FIRST GENERATION).
      ******************************************************************
       0009-COMPANY-SALES.
           MOVE ZEROS TO WS-GEN-CURRENT.
           OPEN INPUT YTDGENFILE.
           IF WS-GPTR-STATUS-OK
               READ YTDGENFILE
                   AT END CONTINUE
                   NOT AT END
                       IF GPTR-CURRENT >= 1 AND GPTR-CURRENT <= 3
                           MOVE GPTR-CURRENT TO WS-GEN-CURRENT
                       END-IF
               END-READ
               CLOSE YTDGENFILE
           END-IF.
           EVALUATE WS-GEN-CURRENT
               WHEN 1 MOVE WS-PTH-SALESYTD-G1 TO WS-YTD-NAME
               WHEN 2 MOVE WS-PTH-SALESYTD-G2 TO WS-YTD-NAME
               WHEN 3 MOVE WS-PTH-SALESYTD-G3 TO WS-YTD-NAME
               WHEN OTHER
                   MOVE WS-PTH-SALESYTD-DAT TO WS-YTD-NAME
           END-EVALUATE.
           OPEN INPUT YTDFILE.
           IF WS-YTD-STATUS-OK
               READ YTDFILE
                   AT END SET WS-EOF-YTD TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-YTD
                   IF YTD-ANOMES IS NUMERIC
                      AND YTD-VALOR IS NUMERIC
                       MOVE YTD-ANOMES TO WS-MOV-ANOMES
                       PERFORM 0110-CLASSIFY-MONTH
                       PERFORM 0009-100-ADD-COMPANY
                           VARYING PX FROM 1 BY 1 UNTIL PX > 3
                   END-IF
                   READ YTDFILE
                       AT END SET WS-EOF-YTD TO TRUE
                   END-READ
               END-PERFORM
               CLOSE YTDFILE
           ELSE
               DISPLAY 'AVISO: SALESYTD INDISPONIVEL - CONCILIACAO '
                   'CONTRA ZERO'
           END-IF.

       0009-100-ADD-COMPANY.
           IF WS-NO-PERIODO(PX) = "Y"
               ADD YTD-VALOR TO WS-VM-VALOR(PX)
           END-IF.

      ******************************************************************
      * ONE STATEMENT PER BRANCH, "SEM FILIAL" LAST, THEN THE COMPANY
      * AND THE RECONCILIATION TO VENDAS_MES.
      ******************************************************************
       0010-PRINT-STATEMENTS.
           OPEN OUTPUT DREREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "DEMONSTRATIVO DE RESULTADO POR FILIAL" TO RPT-BH-TITLE.
           MOVE WS-REF-MES TO DML-MES DCH-MES-MM DCH-ACU-MM.
           MOVE WS-REF-ANO TO DML-ANO DCH-MES-AAAA DCH-ACU-AAAA.
           MOVE WS-ANT-MES TO DCH-ANT-MM.
           MOVE WS-ANT-ANO TO DCH-ANT-AAAA.
           PERFORM 0010-100-PRINT-BRANCH
               VARYING FX FROM 2 BY 1 UNTIL FX > WS-FILIAL-COUNT.
           MOVE 1 TO FX.
           PERFORM 0010-050-CHECK-ROW1
               VARYING PX FROM 1 BY 1 UNTIL PX > 3
               AFTER LX FROM 1 BY 1 UNTIL LX > 8.
           IF WS-ROW1-USADA
               PERFORM 0010-100-PRINT-BRANCH
           END-IF.
           PERFORM 0010-800-PRINT-COMPANY.
           PERFORM 0010-900-PRINT-RECONCILIATION.

      * "SEM FILIAL" IS PRINTED ONLY WHEN SOMETHING WAS CHARGED TO IT.
       0010-050-CHECK-ROW1.
           IF WS-FIL-VAL(1, PX, LX) NOT = ZEROS
               SET WS-ROW1-USADA TO TRUE
           END-IF.

       0010-100-PRINT-BRANCH.
           PERFORM 0010-150-PAGE-HEADING.
           MOVE WS-FIL-CODE(FX) TO DFL-CODE.
           IF FX = 1
               MOVE "SEM FILIAL / ADMINISTRACAO CENTRAL" TO DFL-NAME
           ELSE
           IF WS-FIL-NAME(FX) = SPACES
               MOVE "FILIAL NAO CADASTRADA NO BRANCHMF" TO DFL-NAME
           ELSE
               MOVE WS-FIL-NAME(FX) TO DFL-NAME
           END-IF
           END-IF.
           WRITE WS-DRE-RPT-LINE FROM DRE-FILIAL-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0010-200-COPY-BRANCH
               VARYING PX FROM 1 BY 1 UNTIL PX > 3.
           PERFORM 0010-300-PRINT-BODY.
           ADD 1 TO WS-FILIAIS-IMPRESSAS.

       0010-150-PAGE-HEADING.
           WRITE WS-DRE-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-DRE-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-DRE-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-DRE-RPT-LINE FROM DRE-MONTH-LINE
               AFTER ADVANCING 2 LINES.

      * THE BRANCH'S FIGURES GO INTO THE PRINT AREA AND ARE ADDED TO
      * THE COMPANY TOTALS.
       0010-200-COPY-BRANCH.
           PERFORM 0010-250-COPY-ONE
               VARYING LX FROM 1 BY 1 UNTIL LX > 8.

       0010-250-COPY-ONE.
           MOVE WS-FIL-VAL(FX, PX, LX) TO WS-PRT-VAL(PX, LX).
           ADD WS-FIL-VAL(FX, PX, LX) TO WS-TOT-VAL(PX, LX).

       0010-300-PRINT-BODY.
           WRITE WS-DRE-RPT-LINE FROM DRE-COL-NAMES
               AFTER ADVANCING 2 LINES.
           WRITE WS-DRE-RPT-LINE FROM DRE-COL-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE "RECEITA DE VENDAS" TO DVL-LABEL.
           MOVE 1 TO LX.
           PERFORM 0010-400-PRINT-FIGURE.
           MOVE "(-) CUSTO DAS MERCADORIAS VENDIDAS" TO DVL-LABEL.
           MOVE 2 TO LX.
           PERFORM 0010-400-PRINT-FIGURE.
           PERFORM 0010-350-COMPUTE-RESULTS
               VARYING PX FROM 1 BY 1 UNTIL PX > 3.
           MOVE "(=) MARGEM BRUTA" TO DVL-LABEL.
           PERFORM 0010-450-SET-BRUTA
               VARYING PX FROM 1 BY 1 UNTIL PX > 3.
           PERFORM 0010-480-WRITE-VALUE-LINE.
           MOVE "(-) BAIXAS DE ESTOQUE A CUSTO" TO DVL-LABEL.
           MOVE 3 TO LX.
           PERFORM 0010-400-PRINT-FIGURE.
           MOVE "(-) PESSOAL (PROVENTOS DA FOLHA)" TO DVL-LABEL.
           MOVE 4 TO LX.
           PERFORM 0010-400-PRINT-FIGURE.
           MOVE "(-) ALUGUEL" TO DVL-LABEL.
           MOVE 5 TO LX.
           PERFORM 0010-400-PRINT-FIGURE.
           MOVE "(-) OUTROS CUSTOS FIXOS" TO DVL-LABEL.
           MOVE 6 TO LX.
           PERFORM 0010-400-PRINT-FIGURE.
           MOVE "(=) CONTRIBUICAO" TO DVL-LABEL.
           PERFORM 0010-460-SET-CONTRIB
               VARYING PX FROM 1 BY 1 UNTIL PX > 3.
           MOVE DRE-VALUE-LINE TO WS-DRE-RPT-LINE.
           CALL "DECFMT" USING WS-DRE-RPT-LINE, WS-DRE-RPT-LEN.
           WRITE WS-DRE-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "MARGEM DE CONTRIBUICAO" TO DPL-LABEL.
           PERFORM 0010-470-SET-MARGIN
               VARYING PX FROM 1 BY 1 UNTIL PX > 3.
           MOVE DRE-PCT-LINE TO WS-DRE-RPT-LINE.
           CALL "DECFMT" USING WS-DRE-RPT-LINE, WS-DRE-RPT-LEN.
           WRITE WS-DRE-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TRANSFERENCIAS A CUSTO (INFORMATIVO):"
               TO DTL-TEXT.
           WRITE WS-DRE-RPT-LINE FROM DRE-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "    RECEBIDAS DE OUTRAS FILIAIS" TO DVL-LABEL.
           MOVE 7 TO LX.
           PERFORM 0010-400-PRINT-FIGURE.
           MOVE "    ENVIADAS A OUTRAS FILIAIS" TO DVL-LABEL.
           MOVE 8 TO LX.
           PERFORM 0010-400-PRINT-FIGURE.

       0010-350-COMPUTE-RESULTS.
           COMPUTE WS-CALC-BRUTA(PX) =
               WS-PRT-VAL(PX, 1) - WS-PRT-VAL(PX, 2).
           COMPUTE WS-CALC-CONTRIB(PX) = WS-CALC-BRUTA(PX)
               - WS-PRT-VAL(PX, 3) - WS-PRT-VAL(PX, 4)
               - WS-PRT-VAL(PX, 5) - WS-PRT-VAL(PX, 6).

       0010-400-PRINT-FIGURE.
           PERFORM 0010-410-SET-FIGURE
               VARYING PX FROM 1 BY 1 UNTIL PX > 3.
           PERFORM 0010-480-WRITE-VALUE-LINE.

       0010-410-SET-FIGURE.
           MOVE WS-PRT-VAL(PX, LX) TO DVL-VALOR(PX).

       0010-450-SET-BRUTA.
           MOVE WS-CALC-BRUTA(PX) TO DVL-VALOR(PX).

       0010-460-SET-CONTRIB.
           MOVE WS-CALC-CONTRIB(PX) TO DVL-VALOR(PX).

       0010-470-SET-MARGIN.
           MOVE ZEROS TO WS-MARGEM-PCT.
           IF WS-PRT-VAL(PX, 1) NOT = ZEROS
               COMPUTE WS-MARGEM-PCT ROUNDED =
                   (WS-CALC-CONTRIB(PX) * 100) / WS-PRT-VAL(PX, 1)
                   ON SIZE ERROR MOVE ZEROS TO WS-MARGEM-PCT
               END-COMPUTE
               MOVE WS-MARGEM-PCT TO DPL-PCT(PX)
               MOVE "%" TO DPL-SINAL(PX)
           ELSE
               MOVE ZEROS TO DPL-PCT(PX)
               MOVE "%" TO DPL-SINAL(PX)
           END-IF.

       0010-480-WRITE-VALUE-LINE.
           MOVE DRE-VALUE-LINE TO WS-DRE-RPT-LINE.
           CALL "DECFMT" USING WS-DRE-RPT-LINE, WS-DRE-RPT-LEN.
           WRITE WS-DRE-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0010-800-PRINT-COMPANY.
           PERFORM 0010-150-PAGE-HEADING.
           MOVE "TOTAL DA EMPRESA (TODAS AS FILIAIS E SEM FILIAL)"
               TO DTL-TEXT.
           WRITE WS-DRE-RPT-LINE FROM DRE-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-TOTAL-TABLE TO WS-PRINT-TABLE.
           PERFORM 0010-300-PRINT-BODY.

       0010-900-PRINT-RECONCILIATION.
           MOVE "CONCILIACAO DA RECEITA COM VENDAS_MES (SALESYTD)"
               TO DTL-TEXT.
           WRITE WS-DRE-RPT-LINE FROM DRE-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "RECEITA NESTE DEMONSTRATIVO" TO DVL-LABEL.
           MOVE 1 TO LX.
           PERFORM 0010-400-PRINT-FIGURE.
           MOVE "RECEITA NO RELATORIO DE VENDAS" TO DVL-LABEL.
           PERFORM 0010-910-SET-VENDAS
               VARYING PX FROM 1 BY 1 UNTIL PX > 3.
           PERFORM 0010-480-WRITE-VALUE-LINE.
           MOVE "DIFERENCA" TO DVL-LABEL.
           PERFORM 0010-920-SET-DIFERENCA
               VARYING PX FROM 1 BY 1 UNTIL PX > 3.
           PERFORM 0010-480-WRITE-VALUE-LINE.
           IF WS-HA-DIFERENCA
               MOVE "** RECEITA NAO CONFERE COM O LEDGER DE FILIAIS"
                   TO DTL-TEXT
               MOVE 4 TO RETURN-CODE
               DISPLAY 'AVISO: RECEITA DO DRE NAO CONFERE COM '
                   'VENDAS_MES'
           ELSE
               MOVE "RECEITA CONFERE COM VENDAS_MES" TO DTL-TEXT
           END-IF.
           WRITE WS-DRE-RPT-LINE FROM DRE-TEXT-LINE
               AFTER ADVANCING 2 LINES.

       0010-910-SET-VENDAS.
           MOVE WS-VM-VALOR(PX) TO DVL-VALOR(PX).

       0010-920-SET-DIFERENCA.
           COMPUTE WS-DIFERENCA = WS-PRT-VAL(PX, 1) - WS-VM-VALOR(PX).
           MOVE WS-DIFERENCA TO DVL-VALOR(PX).
           IF WS-DIFERENCA NOT = ZEROS
               SET WS-HA-DIFERENCA TO TRUE
           END-IF.

       0011-FINALIZE.
           MOVE "TITULOS VENDIDOS SEM CUSTO:" TO DCL-LABEL.
           MOVE WS-SEM-CUSTO-COUNT TO DCL-COUNT.
           WRITE WS-DRE-RPT-LINE FROM DRE-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "FILIAIS DEMONSTRADAS:" TO DCL-LABEL.
           MOVE WS-FILIAIS-IMPRESSAS TO DCL-COUNT.
           WRITE WS-DRE-RPT-LINE FROM DRE-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-DRE-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE DREREPORTFILE.
           DISPLAY 'DEMONSTRATIVO DE RESULTADO POR FILIAL CONCLUIDO'.

      ******************************************************************
      * SHARED ROUTINES.
      ******************************************************************
      * ROW FOR WS-FILIAL-KEY IN FX, ADDED ON FIRST SIGHT. A BLANK
      * CODE IS ROW 1; PAST 30 BRANCHES THE FIGURES GO TO ROW 1 TOO.
       0100-FIND-FILIAL.
           PERFORM 0100-100-SCAN-FILIAL
               VARYING FX FROM 1 BY 1
               UNTIL FX > WS-FILIAL-COUNT
                  OR WS-FIL-CODE(FX) = WS-FILIAL-KEY.
           IF FX > WS-FILIAL-COUNT
               IF WS-FILIAL-COUNT < 30
                   ADD 1 TO WS-FILIAL-COUNT
                   MOVE WS-FILIAL-COUNT TO FX
                   MOVE WS-FILIAL-KEY TO WS-FIL-CODE(FX)
                   MOVE SPACES TO WS-FIL-NAME(FX)
               ELSE
                   DISPLAY 'AVISO: LIMITE DE 30 FILIAIS - '
                       WS-FILIAL-KEY ' LANCADA SEM FILIAL'
                   MOVE 1 TO FX
               END-IF
           END-IF.

       0100-100-SCAN-FILIAL.
           CONTINUE.

      * WHICH COLUMNS WS-MOV-ANOMES BELONGS TO.
       0110-CLASSIFY-MONTH.
           MOVE "NNN" TO WS-PERIODO-SW.
           IF WS-MOV-ANOMES = WS-COMPETENCIA
               MOVE "Y" TO WS-NO-PERIODO(1)
           END-IF.
           IF WS-MOV-ANOMES = WS-ANT-ANOMES
               MOVE "Y" TO WS-NO-PERIODO(2)
           END-IF.
           IF WS-MOV-ANOMES NOT < WS-INI-ANO
              AND WS-MOV-ANOMES NOT > WS-COMPETENCIA
               MOVE "Y" TO WS-NO-PERIODO(3)
           END-IF.

      * ADD WS-VALOR TO FIGURE LX OF ROW FX IN EVERY COLUMN MARKED.
       0120-ADD-VALUE.
           PERFORM 0120-100-ADD-PERIOD
               VARYING PX FROM 1 BY 1 UNTIL PX > 3.

       0120-100-ADD-PERIOD.
           IF WS-NO-PERIODO(PX) = "Y"
               ADD WS-VALOR TO WS-FIL-VAL(FX, PX, LX)
           END-IF.

       END PROGRAM DREFIL.
