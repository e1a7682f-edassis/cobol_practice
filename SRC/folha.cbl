      *              IRRFCTL.DAT: IRCTL.DAT IS THE REGRESSIVE
      *              MONTHS-HELD TABLE THE INVESTMENT SIDE READS, AND
      *              ONE FILE CANNOT CARRY BOTH LAYOUTS.
      * 15/10/2026 - VACATION PAY. THE ALLOCATED ('A') SCHEDULES IN
      *              FERIASPROG.DAT ARE LOADED AT START-UP. THE MONTH'S
      *              SALARY IS CUT BY THE VACATION DAYS FALLING IN THE
      *              RUN MONTH (30-DAY COMMERCIAL MONTHS), AND IN THE
      *              MONTH A VACATION STARTS THE PAYSLIP CARRIES THE
      *              VACATION VALUE FOR ALL ITS DAYS PLUS THE
      *              CONSTITUTIONAL ONE THIRD, WITH INSS AND IRRF
      *              WORKED ON THAT AMOUNT ON ITS OWN THROUGH THE SAME
      *              BANDS. THE 10 DAYS SOLD BACK (ABONO) AND THEIR
      *              THIRD ARE PAID EXEMPT.
      * 15/10/2026 - TIME AND ATTENDANCE. THE TIME CLOCK'S MONTHLY
      *              FEED PONTO.DAT (SHOP H/D/T ENVELOPE; HEADER GIVES
      *              THE MONTH WORKED AAAAMM, TRAILER THE COUNT AND A
      *              HASH OF ALL HOURS) IS PROVED IN FULL AND LOADED
      *              AT START-UP. IT IS APPLIED ONLY WHEN ITS MONTH IS
      *              THE ONE BEFORE THE RUN, SO AN OLD FEED IS NEVER
      *              PAID TWICE. PER EMPLOYEE: OVERTIME AT 50% AND 100%
      *              AND NIGHT PREMIUM ON THE HOURLY RATE (SALARY OVER
      *              THE MONTHLY DIVISOR) ARE EARNINGS; UNJUSTIFIED
      *              ABSENCE DAYS, THE PAID WEEKLY REST LOST WITH THEM
      *              (ONE PER ABSENCE, UP TO 4 A MONTH) AND LATE
      *              MINUTES ARE DEDUCTIONS. ALL OF IT GOES INTO THE
      *              INSS/IRRF BASE OF THE SALARY. THE OVERTIME LIMIT,
      *              NIGHT RATE AND DIVISOR COME FROM PONTOCTL.DAT
      *              (DEFAULTS 44 HOURS, 20% AND 220). PONTOEXC.RPT
      *              LISTS OVERTIME ABOVE THE LIMIT (STILL PAID) AND
      *              THE RECORDS NOT APPLIED: UNKNOWN, DESLIGADO OR
      *              AFASTADO MATRICULAS AND REPEATS. A BROKEN
      *              ENVELOPE APPLIES NOTHING AND ENDS WITH
      *              RETURN-CODE 8 SO THE STEP IS RUN AGAIN WITH THE
      *              FEED CORRECTED.
      * 15/10/2026 - RECURRING DEDUCTIONS FROM EMPDESC.DAT (KEPT ON THE
      *              EMPLOYEE MENU): VALE-TRANSPORTE (6% OF SALARY UP
      *              TO THE VOUCHER COST), VALE-REFEICAO, HEALTH PLAN
      *              AND ITS DEPENDANTS, UNION DUES AND CONSIGNADO
      *              LOANS, AS A FIXED VALUE OR A PERCENT OF SALARY,
      *              FROM THE START MONTH TO THE END MONTH. THEY COME
      *              OFF THE NET AFTER INSS AND IRRF IN THE ORDER
      *              UNION, LOAN, HEALTH, DEPENDANTS, VT, VR; ONE THAT
      *              DOES NOT FIT WHAT IS LEFT OF THE NET IS NOT TAKEN
      *              AT ALL, SO THE NET IS NEVER NEGATIVE. A LOAN
      *              INSTALLMENT TAKEN COUNTS THE LOAN DOWN ONCE PER
      *              MONTH AND THE LAST ONE CLOSES IT; EMPDESC.DAT IS
      *              WRITTEN BACK WITH THE COUNT. DESCFORN.RPT LISTS
      *              EACH TYPE ON ITS OWN PAGE FOR ITS PROVIDER, WITH
      *              THE AMOUNTS NOT TAKEN. MORE THAN 1000 ENTRIES
      *              APPLIES NONE AND ENDS WITH RETURN-CODE 8.
      * 15/10/2026 - EVERY PAYSLIP NOW ALSO GOES TO THE PAYROLL HISTORY
      *              FOLHIST.DAT THROUGH THE SHARED FOLHIST ROUTINE:
      *              ONE LINE PER EARNING AND DEDUCTION, THE TAXABLE
      *              BASE (SALARY AND VACATION), INSS, IRRF AND NET,
      *              UNDER THE RUN MONTH. A RERUN OF THE MONTH
      *              REPLACES THAT MONTH'S LINES.
      * 15/10/2026 - THE RUN'S RESULTS BY DEPARTMENT GO TO FOLHAMES.DAT
      *              FOR GLEXT TO POST: SALARIES EARNED (GROSS LESS
      *              ABSENCES), INSS, IRRF AND OTHER DEDUCTIONS
      *              WITHHELD, NET PAY AND THE EMPLOYER'S INSS (20% OF
      *              THE TAXABLE BASE). THE DEPARTMENT SUMMARY ON
      *              FOLHA.RPT NOW ALSO SHOWS THE WITHHOLDINGS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.

           SELECT FERIASPROGFILE ASSIGN TO DYNAMIC
               WS-PTH-FERIASPROG-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPROG-STATUS.

           SELECT PONTOFILE ASSIGN TO DYNAMIC WS-PTH-PONTO-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTO-STATUS.

           SELECT PONTOCTLFILE ASSIGN TO DYNAMIC WS-PTH-PONTOCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT PONTOEXCREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-PONTOEXC-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPDESCFILE ASSIGN TO DYNAMIC WS-PTH-EMPDESC-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDSC-STATUS.
           SELECT DESCSORTFILE ASSIGN TO DYNAMIC WS-PTH-DESC-SRT.
           SELECT DESCFORNREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-DESCFORN-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLHAMESFILE ASSIGN TO DYNAMIC WS-PTH-FOLHAMES-DAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FOLHAREPORTFILE ASSIGN TO DYNAMIC WS-PTH-FOLHA-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05 IRRFCTL-PERCENTUAL     PIC 9V99.
           05 IRRFCTL-DEDUCAO        PIC 9(7)V9(2).

       FD  FERIASPROGFILE.
       01  FPROG-RECORD.
           88 WS-EOF-FPROG         VALUE HIGH-VALUES.
           05 FPROG-MATRICULA      PIC 9(06).
           05 FPROG-INICIO         PIC 9(08).
           05 FPROG-DIAS           PIC 9(02).
           05 FPROG-ABONO          PIC X(01).
           05 FPROG-STATUS         PIC X(01).
           05 FPROG-DATA-REG       PIC 9(08).
           05 FPROG-OPERADOR       PIC X(08).

       FD  PONTOFILE.
       01  PTO-RECORD.
           88 WS-EOF-PONTO         VALUE HIGH-VALUES.
           05 PTO-TYPE             PIC X(01).
              88 PTO-HEADER        VALUE "H".
              88 PTO-DETAIL        VALUE "D".
              88 PTO-TRAILER       VALUE "T".
           05 PTO-DATA             PIC X(40).
           05 PTO-HDR REDEFINES PTO-DATA.
              10 PTH-COMPETENCIA   PIC 9(06).
              10 PTH-SOURCE        PIC X(08).
              10 FILLER            PIC X(26).
           05 PTO-DET REDEFINES PTO-DATA.
              10 PTD-MATRICULA     PIC 9(06).
              10 PTD-HE50          PIC 9(3)V99.
              10 PTD-HE100         PIC 9(3)V99.
              10 PTD-NOTURNO       PIC 9(3)V99.
              10 PTD-FALTAS        PIC 9(02).
              10 PTD-ATRASO-MIN    PIC 9(04).
              10 FILLER            PIC X(13).
           05 PTO-TRL REDEFINES PTO-DATA.
              10 PTT-COUNT         PIC 9(07).
              10 PTT-HASH          PIC 9(13)V99.
              10 FILLER            PIC X(18).

       FD  PONTOCTLFILE.
       01  PONTOCTL-RECORD.
           05 PCTL-LIMITE-HE       PIC 9(3)V99.
           05 PCTL-PERC-NOTURNO    PIC 9V99.
           05 PCTL-DIVISOR         PIC 9(03).

       FD  PONTOEXCREPORTFILE.
       01  WS-PEXC-RPT-LINE        PIC X(100).

       FD  EMPDESCFILE.
       01  DSC-RECORD.
           88 WS-EOF-EDSC          VALUE HIGH-VALUES.
           05 DSC-MATRICULA        PIC 9(06).
           05 DSC-TIPO             PIC X(02).
           05 DSC-VALOR            PIC 9(7)V99.
           05 DSC-PERCENTUAL       PIC 9(2)V99.
           05 DSC-INICIO           PIC 9(06).
           05 DSC-FIM              PIC 9(06).
           05 DSC-PARCELAS         PIC 9(03).
           05 DSC-PARC-TOTAL       PIC 9(03).
           05 DSC-ULT-MES          PIC 9(06).
           05 DSC-SITUACAO         PIC X(01).
           05 DSC-REFERENCIA       PIC X(10).

       SD  DESCSORTFILE.
       01  DSR-SORTREC.
           88 ENDOFDESCSORT        VALUE HIGH-VALUES.
           05 DSR-PRIORIDADE       PIC 9(01).
           05 DSR-MATRICULA        PIC 9(06).
           05 DSR-NOME             PIC X(30).
           05 DSR-REFERENCIA       PIC X(10).
           05 DSR-PARCELA          PIC 9(03).
           05 DSR-PARC-TOTAL       PIC 9(03).
           05 DSR-VALOR            PIC 9(7)V99.
           05 DSR-RESULTADO        PIC X(01).

       FD  DESCFORNREPORTFILE.
       01  WS-DFOR-RPT-LINE        PIC X(100).

       FD  FOLHAMESFILE.
       01  FLM-RECORD.
           05 FLM-DATE             PIC 9(08).
           05 FLM-COMPETENCIA      PIC 9(06).
           05 FLM-ORIGEM           PIC X(01).
           05 FLM-DEPTO            PIC X(03).
           05 FLM-EMPREGADOS       PIC 9(05).
           05 FLM-SALARIOS         PIC 9(11)V9(2).
           05 FLM-INSS             PIC 9(11)V9(2).
           05 FLM-IRRF             PIC 9(11)V9(2).
           05 FLM-OUTROS           PIC 9(11)V9(2).
           05 FLM-LIQUIDO          PIC 9(11)V9(2).
           05 FLM-INSS-EMPRESA     PIC 9(11)V9(2).
           05 FLM-FGTS             PIC 9(11)V9(2).

       FD  FOLHAREPORTFILE.
       01  WS-FOLHA-RPT-LINE       PIC X(90).

           VALUE "ASSETS/IRRFCTL.DAT".
       77  WS-PTH-FOLHA-RPT PIC X(44)
           VALUE "ASSETS/FOLHA.RPT".
       77  WS-PTH-FERIASPROG-DAT PIC X(44)
           VALUE "ASSETS/FERIASPROG.DAT".
       77  WS-PTH-PONTO-DAT PIC X(44)
           VALUE "ASSETS/PONTO.DAT".
       77  WS-PTH-PONTOCTL-DAT PIC X(44)
           VALUE "ASSETS/PONTOCTL.DAT".
       77  WS-PTH-PONTOEXC-RPT PIC X(44)
           VALUE "ASSETS/PONTOEXC.RPT".
       77  WS-PTH-EMPDESC-DAT PIC X(44)
           VALUE "ASSETS/EMPDESC.DAT".
       77  WS-PTH-DESC-SRT PIC X(44)
           VALUE "ASSETS/DESCFORN.SRT".
       77  WS-PTH-DESCFORN-RPT PIC X(44)
           VALUE "ASSETS/DESCFORN.RPT".
       77  WS-PTH-FOLHAMES-DAT PIC X(44)
           VALUE "ASSETS/FOLHAMES.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.
       COPY FOLHISTREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-FOLHA-RPT-LEN        PIC 9(03) VALUE 90.
           88 WS-INSS-STATUS-OK    VALUE "00".
       77  WS-IR-STATUS            PIC X(02) VALUE SPACES.
           88 WS-IR-STATUS-OK      VALUE "00".
       77  WS-FPROG-STATUS         PIC X(02) VALUE SPACES.
           88 WS-FPROG-STATUS-OK   VALUE "00".
           88 WS-FPROG-NOT-FOUND   VALUE "35".
       77  WS-PONTO-STATUS         PIC X(02) VALUE SPACES.
           88 WS-PONTO-STATUS-OK   VALUE "00".
           88 WS-PONTO-NOT-FOUND   VALUE "35".
       77  WS-PCTL-STATUS          PIC X(02) VALUE SPACES.
           88 WS-PCTL-STATUS-OK    VALUE "00".
       77  WS-PEXC-RPT-LEN         PIC 9(03) VALUE 100.
       77  WS-ENV-COUNT            PIC 9(07) VALUE ZEROS.
       77  WS-ENV-HASH             PIC 9(13)V9(2) VALUE ZEROS.
       77  WS-ENV-SW               PIC X(01) VALUE "N".
           88 WS-ENV-BROKEN        VALUE "Y".
       77  WS-TRAILER-SW           PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN      VALUE "Y".
       77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WS-EDSC-STATUS          PIC X(02) VALUE SPACES.
           88 WS-EDSC-STATUS-OK    VALUE "00".
           88 WS-EDSC-NOT-FOUND    VALUE "35".
       77  WS-DSC-LOADED-SW        PIC X(01) VALUE "N".
           88 WS-DSC-LOADED        VALUE "Y".
       77  WS-DSC-OVERFLOW-SW      PIC X(01) VALUE "N".
           88 WS-DSC-OVERFLOW      VALUE "Y".
       77  WS-DFOR-RPT-LEN         PIC 9(03) VALUE 100.
       77  WS-RUN-ANOMES           PIC 9(06) VALUE ZEROS.
       77  WS-DSC-PERC-APLIC       PIC 9(2)V99 VALUE ZEROS.
       77  WS-DSC-DISPONIVEL       PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-OUTROS-DESC          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TOTAL-OUTROS-DESC    PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-TOTAL-DESC-NAO       PIC 9(05) VALUE ZEROS.
       77  WS-FIRST-TIPO-SW        PIC X(01) VALUE "Y".
           88 WS-FIRST-TIPO        VALUE "Y".
       77  WS-PREV-PRIORIDADE      PIC 9(01) VALUE ZEROS.
       77  WS-TIPO-QTDE            PIC 9(05) VALUE ZEROS.
       77  WS-TIPO-NAO             PIC 9(05) VALUE ZEROS.
       77  WS-TIPO-TOTAL           PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-HIST-SW              PIC X(01) VALUE "N".
           88 WS-HIST-ABERTO       VALUE "Y".
       77  WS-HIST-SEQ             PIC 9(02) VALUE ZEROS.
       77  WS-HIST-BASE            PIC 9(9)V9(2) VALUE ZEROS.

       01  WS-EOF-SWITCH           PIC X(01) VALUE "N".
           88 WS-EOF-EMPLOYEE      VALUE "Y".
       77  WS-BASE-IR              PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-IRRF                 PIC S9(9)V9(2) VALUE ZEROS.
       77  WS-LIQUIDO              PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-SALARIO-MES          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-DIAS-TRAB            PIC 9(02) VALUE ZEROS.
       77  WS-DIAS-FERIAS-MES      PIC 9(02) VALUE ZEROS.
       77  WS-FERIAS-DIAS          PIC 9(02) VALUE ZEROS.
       77  WS-FERIAS-VALOR         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-FERIAS-TERCO         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-ABONO-VALOR          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-ABONO-TERCO          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-FERIAS-INSS          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-FERIAS-IRRF          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TAX-BASE             PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TAX-INSS             PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-TAX-IRRF             PIC S9(9)V9(2) VALUE ZEROS.
       77  WS-RUN-ABS-MES          PIC 9(6) VALUE ZEROS.
       77  WS-MES-DIA-INI          PIC 9(7) VALUE ZEROS.
       77  WS-MES-DIA-FIM          PIC 9(7) VALUE ZEROS.
       77  WS-FER-DIA-INI          PIC 9(7) VALUE ZEROS.
       77  WS-FER-DIA-FIM          PIC 9(7) VALUE ZEROS.
       77  WS-OVERLAP-INI          PIC 9(7) VALUE ZEROS.
       77  WS-OVERLAP-FIM          PIC 9(7) VALUE ZEROS.
       77  WS-TOTAL-EM-FERIAS      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-FERIAS         PIC 9(11)V9(2) VALUE ZEROS.

       77  WS-LIMITE-HE            PIC 9(3)V99 VALUE 44,00.
       77  WS-PERC-NOTURNO         PIC 9V99 VALUE 0,20.
       77  WS-DIVISOR              PIC 9(03) VALUE 220.
       77  WS-VALOR-HORA           PIC 9(7)V9(6) VALUE ZEROS.
       77  WS-VALOR-DIA            PIC 9(7)V9(6) VALUE ZEROS.
       77  WS-HE50-VALOR           PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-HE100-VALOR          PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-NOTURNO-VALOR        PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-FALTAS-VALOR         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-DSR-DIAS             PIC 9(02) VALUE ZEROS.
       77  WS-DSR-VALOR            PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-ATRASO-VALOR         PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-PONTO-PROVENTOS      PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-PONTO-DESCONTOS      PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-HORAS-EXTRAS         PIC 9(4)V99 VALUE ZEROS.
       77  WS-PONTO-MOTIVO         PIC X(30) VALUE SPACES.
       77  WS-TOTAL-PONTO-APLIC    PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-PONTO-EXC      PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-HE-ALTAS       PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-PONTO-PROV     PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-TOTAL-PONTO-DESC     PIC 9(11)V9(2) VALUE ZEROS.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-RUN-MES           PIC 9(2).
           05 WS-RUN-DIA           PIC 9(2).

       01  WS-FER-INICIO-SPLIT.
           05 WS-FER-INI-ANO       PIC 9(4).
           05 WS-FER-INI-MES       PIC 9(2).
           05 WS-FER-INI-DIA       PIC 9(2).

       01  WS-FER-TABLE.
           05 WS-FER-ENTRY OCCURS 500 TIMES.
              10 WS-FER-MATRICULA   PIC 9(06).
              10 WS-FER-INICIO      PIC 9(08).
              10 WS-FER-QT-DIAS     PIC 9(02).
              10 WS-FER-ABONO       PIC X(01).
       01  WS-FER-COUNT            PIC 9(03) VALUE ZEROS.
       01  FX                      PIC 9(03).

       01  WS-PONTO-TABLE.
           05 WS-PTO-ENTRY OCCURS 500 TIMES.
              10 WS-PTO-MATRICULA   PIC 9(06).
              10 WS-PTO-HE50        PIC 9(3)V99.
              10 WS-PTO-HE100       PIC 9(3)V99.
              10 WS-PTO-NOTURNO     PIC 9(3)V99.
              10 WS-PTO-FALTAS      PIC 9(02).
              10 WS-PTO-ATRASO      PIC 9(04).
              10 WS-PTO-USADO       PIC X(01).
       01  WS-PONTO-COUNT          PIC 9(03) VALUE ZEROS.
       01  PX                      PIC 9(03).

       01  WS-DSC-TABLE.
           05 WS-DSC-ENTRY OCCURS 1000 TIMES.
              10 WS-DSC-DADOS.
                 15 WS-DSC-MATRICULA   PIC 9(06).
                 15 WS-DSC-TIPO        PIC X(02).
                 15 WS-DSC-VALOR       PIC 9(7)V99.
                 15 WS-DSC-PERCENTUAL  PIC 9(2)V99.
                 15 WS-DSC-INICIO      PIC 9(06).
                 15 WS-DSC-FIM         PIC 9(06).
                 15 WS-DSC-PARCELAS    PIC 9(03).
                 15 WS-DSC-PARC-TOTAL  PIC 9(03).
                 15 WS-DSC-ULT-MES     PIC 9(06).
                 15 WS-DSC-SITUACAO    PIC X(01).
                 15 WS-DSC-REFERENCIA  PIC X(10).
              10 WS-DSC-APURADO     PIC 9(7)V99.
              10 WS-DSC-RESULTADO   PIC X(01).
              10 WS-DSC-PARC-MES    PIC 9(03).
              10 WS-DSC-NOME        PIC X(30).
       01  WS-DSC-COUNT            PIC 9(04) VALUE ZEROS.
       01  QX                      PIC 9(04).

       01  WS-DSC-TIPOS-VALUES.
           05 FILLER               PIC X(02) VALUE "SI".
           05 FILLER               PIC X(22)
              VALUE "CONTRIB. SINDICAL...: ".
           05 FILLER               PIC X(30)
              VALUE "CONTRIBUICAO SINDICAL".
           05 FILLER               PIC X(02) VALUE "CO".
           05 FILLER               PIC X(22)
              VALUE "EMPRESTIMO CONSIG...: ".
           05 FILLER               PIC X(30)
              VALUE "EMPRESTIMO CONSIGNADO".
           05 FILLER               PIC X(02) VALUE "SA".
           05 FILLER               PIC X(22)
              VALUE "PLANO DE SAUDE......: ".
           05 FILLER               PIC X(30)
              VALUE "PLANO DE SAUDE - TITULAR".
           05 FILLER               PIC X(02) VALUE "DP".
           05 FILLER               PIC X(22)
              VALUE "PLANO SAUDE DEPEND..: ".
           05 FILLER               PIC X(30)
              VALUE "PLANO DE SAUDE - DEPENDENTES".
           05 FILLER               PIC X(02) VALUE "VT".
           05 FILLER               PIC X(22)
              VALUE "VALE-TRANSPORTE.....: ".
           05 FILLER               PIC X(30)
              VALUE "VALE-TRANSPORTE".
           05 FILLER               PIC X(02) VALUE "VR".
           05 FILLER               PIC X(22)
              VALUE "VALE-REFEICAO.......: ".
           05 FILLER               PIC X(30)
              VALUE "VALE-REFEICAO".
       01  WS-DSC-TIPOS REDEFINES WS-DSC-TIPOS-VALUES.
           05 WS-TIPO-ENTRY OCCURS 6 TIMES.
              10 WS-TIPO-CODIGO     PIC X(02).
              10 WS-TIPO-ROTULO     PIC X(22).
              10 WS-TIPO-FORNECEDOR PIC X(30).
       01  TX                      PIC 9(01).

       01  WS-PREV-MES-SPLIT.
           05 WS-PREV-ANO          PIC 9(4).
           05 WS-PREV-MES          PIC 9(2).
       01  WS-PREV-ANOMES REDEFINES WS-PREV-MES-SPLIT PIC 9(06).

       77  WS-TOTAL-PAGOS          PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-INATIVOS       PIC 9(05) VALUE ZEROS.
              10 WS-DEPT-EMPREGADOS PIC 9(05).
              10 WS-DEPT-BRUTO      PIC 9(11)V9(2).
              10 WS-DEPT-LIQUIDO    PIC 9(11)V9(2).
              10 WS-DEPT-SALARIOS   PIC 9(11)V9(2).
              10 WS-DEPT-INSS       PIC 9(11)V9(2).
              10 WS-DEPT-IRRF       PIC 9(11)V9(2).
              10 WS-DEPT-OUTROS     PIC 9(11)V9(2).
              10 WS-DEPT-PATRONAL   PIC 9(11)V9(2).
       01  WS-DEPT-COUNT           PIC 99 VALUE ZEROS.
       01  DX                      PIC 99.

      *    EMPLOYER INSS RATE ON THE MONTH'S TAXABLE BASE
       77  WS-PATRONAL-ALIQUOTA    PIC V9(4) VALUE ,2000.
       77  WS-PATRONAL-BASE        PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-PATRONAL-VALOR       PIC 9(9)V9(2) VALUE ZEROS.

       01  FOLHA-EMP-HEADING.
           05 FILLER               PIC X(11) VALUE "MATRICULA: ".
           05 FEH-MATRICULA        PIC 9(06).
           05 FCL-LABEL            PIC X(30).
           05 FCL-COUNT            PIC ZZZZ9.

       01  PEXC-DETAIL-LINE.
           05 PEL-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PEL-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PEL-HE50             PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PEL-HE100            PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PEL-NOTURNO          PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PEL-FALTAS           PIC Z9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PEL-ATRASO           PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PEL-MOTIVO           PIC X(30).

       01  PEXC-COLUMN-LINE.
           05 FILLER               PIC X(38)
              VALUE "MATRIC NOME".
           05 FILLER               PIC X(29)
              VALUE " HE 50 HE 100  NOTUR FT ATRS ".
           05 FILLER               PIC X(30)
              VALUE "OCORRENCIA".

       01  DFOR-TIPO-HEADING.
           05 FILLER               PIC X(12) VALUE "FORNECEDOR: ".
           05 DTH-FORNECEDOR       PIC X(30).
           05 FILLER               PIC X(14) VALUE "  COMPETENCIA ".
           05 DTH-COMPETENCIA      PIC 9(06).

       01  DFOR-COLUMN-LINE.
           05 FILLER               PIC X(38)
              VALUE "MATRIC NOME".
           05 FILLER               PIC X(30)
              VALUE "REFERENCIA PARCELA      VALOR ".
           05 FILLER               PIC X(14)
              VALUE "SITUACAO".

       01  DFOR-DETAIL-LINE.
           05 DDL-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DDL-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DDL-REFERENCIA       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DDL-PARCELA          PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DDL-VALOR            PIC Z(6)9,99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DDL-SITUACAO         PIC X(14).

       01  DFOR-PARCELA-EDIT.
           05 DPE-ATUAL            PIC ZZ9.
           05 FILLER               PIC X(01) VALUE "/".
           05 DPE-TOTAL            PIC 999.

       01  FOLHA-DEPTO-LINE.
           05 FILLER               PIC X(06) VALUE "DEPTO ".
           05 FDL-CODE             PIC X(03).
           05 FILLER               PIC X(11) VALUE "  LIQUIDO  ".
           05 FDL-LIQUIDO          PIC Z(9)9,99.

       01  FOLHA-DEPTO-RET-LINE.
           05 FILLER               PIC X(17) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE "  INSS ".
           05 FRL-INSS             PIC Z(8)9,99.
           05 FILLER               PIC X(07) VALUE "  IRRF ".
           05 FRL-IRRF             PIC Z(8)9,99.
           05 FILLER               PIC X(09) VALUE "  OUTROS ".
           05 FRL-OUTROS           PIC Z(8)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-400-LOAD-INSS.
           PERFORM 0002-500-LOAD-IR.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-RUN-ABS-MES = (WS-RUN-ANO * 12) + WS-RUN-MES - 1.
           COMPUTE WS-MES-DIA-INI = WS-RUN-ABS-MES * 30.
           COMPUTE WS-MES-DIA-FIM = WS-MES-DIA-INI + 29.
           COMPUTE WS-RUN-ANOMES = WS-RUN-DATE-NUM / 100.
           PERFORM 0002-550-LOAD-FERIAS.
           PERFORM 0002-800-LOAD-DESCONTOS.
           PERFORM 0002-650-LOAD-PONTOCTL.
           PERFORM 0002-700-LOAD-PONTO.
           OPEN INPUT EMPLOYEEMASTERFILE.
           IF NOT WS-EMP-STATUS-OK
               DISPLAY 'ERRO AO ABRIR EMPLOYEEMASTERFILE - STATUS '
               MOVE 1 TO RETURN-CODE
               SET WS-EOF-EMPLOYEE TO TRUE
           ELSE
               PERFORM 0002-900-OPEN-HISTORICO
               PERFORM 0002-600-READ-EMPLOYEE
           END-IF.

       0002-900-OPEN-HISTORICO.
           MOVE "OPEN" TO FHST-ACTION.
           MOVE WS-RUN-ANOMES TO FHST-COMPETENCIA.
           MOVE "F" TO FHST-ORIGEM.
           MOVE ZEROS TO FHST-MATRICULA.
           CALL "FOLHIST" USING FHST-CALL.
           IF FHST-RESULT = "OK"
               SET WS-HIST-ABERTO TO TRUE
           ELSE
               DISPLAY 'AVISO: HISTORICO DA FOLHA NAO SERA GRAVADO'
           END-IF.

       0002-400-LOAD-INSS.
           OPEN INPUT INSSCONTROLFILE.
           IF WS-INSS-STATUS-OK
                   'NAO SERA DESCONTADO'
           END-IF.

       0002-550-LOAD-FERIAS.
           OPEN INPUT FERIASPROGFILE.
           IF WS-FPROG-STATUS-OK
               READ FERIASPROGFILE
                   AT END SET WS-EOF-FPROG TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-FPROG
                   IF FPROG-STATUS = "A"
                       IF WS-FER-COUNT < 500
                           ADD 1 TO WS-FER-COUNT
                           MOVE FPROG-MATRICULA TO
                               WS-FER-MATRICULA(WS-FER-COUNT)
                           MOVE FPROG-INICIO TO
                               WS-FER-INICIO(WS-FER-COUNT)
                           MOVE FPROG-DIAS TO
                               WS-FER-QT-DIAS(WS-FER-COUNT)
                           MOVE FPROG-ABONO TO
                               WS-FER-ABONO(WS-FER-COUNT)
                       ELSE
                           DISPLAY 'LIMITE DE 500 PROGRAMACOES DE '
                               'FERIAS EXCEDIDO'
                       END-IF
                   END-IF
                   READ FERIASPROGFILE
                       AT END SET WS-EOF-FPROG TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FERIASPROGFILE
           ELSE
               IF NOT WS-FPROG-NOT-FOUND
                   DISPLAY 'AVISO: FERIASPROG.DAT INDISPONIVEL - '
                       'STATUS ' WS-FPROG-STATUS
               END-IF
           END-IF.

       0002-650-LOAD-PONTOCTL.
           OPEN INPUT PONTOCTLFILE.
           IF WS-PCTL-STATUS-OK
               READ PONTOCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PCTL-LIMITE-HE TO WS-LIMITE-HE
                       MOVE PCTL-PERC-NOTURNO TO WS-PERC-NOTURNO
                       IF PCTL-DIVISOR > ZEROS
                           MOVE PCTL-DIVISOR TO WS-DIVISOR
                       END-IF
               END-READ
               CLOSE PONTOCTLFILE
           ELSE
               DISPLAY 'AVISO: PONTOCTL.DAT INDISPONIVEL - LIMITE DE '
                   '44 HORAS EXTRAS, NOTURNO 20% E DIVISOR 220'
           END-IF.

      *----------------------------------------------------------------*
      * THE ATTENDANCE FEED IS PROVED IN FULL (HEADER, COUNT AND HASH) *
      * WHILE IT IS LOADED; A BROKEN ENVELOPE LEAVES THE TABLE EMPTY.  *
      *----------------------------------------------------------------*
       0002-700-LOAD-PONTO.
           OPEN OUTPUT PONTOEXCREPORTFILE.
           MOVE "OCORRENCIAS DO PONTO ELETRONICO" TO RPT-BH-TITLE.
           WRITE WS-PEXC-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-PEXC-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PEXC-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE WS-PEXC-RPT-LINE FROM PEXC-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "FOLHA DE PAGAMENTO MENSAL" TO RPT-BH-TITLE.
           IF WS-RUN-MES = 1
               COMPUTE WS-PREV-ANO = WS-RUN-ANO - 1
               MOVE 12 TO WS-PREV-MES
           ELSE
               MOVE WS-RUN-ANO TO WS-PREV-ANO
               COMPUTE WS-PREV-MES = WS-RUN-MES - 1
           END-IF.
           OPEN INPUT PONTOFILE.
           IF NOT WS-PONTO-STATUS-OK
               IF WS-PONTO-NOT-FOUND
                   DISPLAY 'AVISO: SEM PONTO.DAT - FOLHA SEM HORAS '
                       'EXTRAS E FALTAS'
               ELSE
                   DISPLAY 'ERRO AO ABRIR PONTO.DAT - STATUS '
                       WS-PONTO-STATUS
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
           ELSE
               PERFORM 0002-780-READ-PONTO
               IF WS-EOF-PONTO OR NOT PTO-HEADER
                   DISPLAY 'ERRO: PONTO.DAT SEM REGISTRO HEADER'
                   SET WS-ENV-BROKEN TO TRUE
               ELSE
                   MOVE PTH-COMPETENCIA TO WS-COMPETENCIA
                   DISPLAY 'LOTE DE PONTO ' PTH-SOURCE
                       ' COMPETENCIA ' PTH-COMPETENCIA
                   PERFORM 0002-780-READ-PONTO
                   PERFORM 0002-750-LOAD-ONE-PONTO
                       UNTIL WS-EOF-PONTO
                   IF NOT WS-TRAILER-SEEN
                       DISPLAY 'ERRO: PONTO.DAT SEM REGISTRO TRAILER'
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               END-IF
               CLOSE PONTOFILE
           END-IF.
           IF WS-ENV-BROKEN
               MOVE ZEROS TO WS-PONTO-COUNT
               MOVE "LOTE DE PONTO REJEITADO - ENVELOPE INVALIDO"
                   TO WS-PEXC-RPT-LINE
               WRITE WS-PEXC-RPT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF WS-PONTO-STATUS-OK
                  AND WS-COMPETENCIA NOT = WS-PREV-ANOMES
                   DISPLAY 'AVISO: PONTO.DAT E DA COMPETENCIA '
                       WS-COMPETENCIA ' - NAO APLICADO'
                   MOVE ZEROS TO WS-PONTO-COUNT
                   MOVE
                     "LOTE DE PONTO DE OUTRA COMPETENCIA - NAO APLICADO"
                       TO WS-PEXC-RPT-LINE
                   WRITE WS-PEXC-RPT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       0002-750-LOAD-ONE-PONTO.
           IF PTO-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               IF PTT-COUNT NOT = WS-ENV-COUNT
                   DISPLAY 'ERRO: CONTAGEM DO TRAILER NAO CONFERE'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               IF PTT-HASH NOT = WS-ENV-HASH
                   DISPLAY 'ERRO: HASH DO TRAILER NAO CONFERE'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               SET WS-EOF-PONTO TO TRUE
           ELSE
               IF PTO-DETAIL
                   ADD 1 TO WS-ENV-COUNT
                   IF PTD-MATRICULA IS NUMERIC
                      AND PTD-HE50 IS NUMERIC
                      AND PTD-HE100 IS NUMERIC
                      AND PTD-NOTURNO IS NUMERIC
                      AND PTD-FALTAS IS NUMERIC
                      AND PTD-ATRASO-MIN IS NUMERIC
                       COMPUTE WS-ENV-HASH = WS-ENV-HASH + PTD-HE50
                           + PTD-HE100 + PTD-NOTURNO
                       IF WS-COMPETENCIA = WS-PREV-ANOMES
                           PERFORM 0002-760-NOTE-PONTO
                       END-IF
                   ELSE
                       DISPLAY 'ERRO: CAMPO NAO NUMERICO NO PONTO - '
                           PTD-MATRICULA
                       SET WS-ENV-BROKEN TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'ERRO: TIPO DE REGISTRO INVALIDO - '
                       PTO-TYPE
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
               PERFORM 0002-780-READ-PONTO
           END-IF.

       0002-760-NOTE-PONTO.
           PERFORM 0002-770-SCAN-PONTO
               VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PONTO-COUNT
                  OR WS-PTO-MATRICULA(PX) = PTD-MATRICULA.
           IF PX NOT > WS-PONTO-COUNT
               MOVE PTD-MATRICULA TO PEL-MATRICULA
               MOVE SPACES TO PEL-NOME
               MOVE PTD-HE50 TO PEL-HE50
               MOVE PTD-HE100 TO PEL-HE100
               MOVE PTD-NOTURNO TO PEL-NOTURNO
               MOVE PTD-FALTAS TO PEL-FALTAS
               MOVE PTD-ATRASO-MIN TO PEL-ATRASO
               MOVE "MATRICULA REPETIDA NO LOTE" TO WS-PONTO-MOTIVO
               PERFORM 0003-950-WRITE-PONTO-EXC
               ADD 1 TO WS-TOTAL-PONTO-EXC
           ELSE
               IF WS-PONTO-COUNT < 500
                   ADD 1 TO WS-PONTO-COUNT
                   MOVE PTD-MATRICULA TO
                       WS-PTO-MATRICULA(WS-PONTO-COUNT)
                   MOVE PTD-HE50 TO WS-PTO-HE50(WS-PONTO-COUNT)
                   MOVE PTD-HE100 TO WS-PTO-HE100(WS-PONTO-COUNT)
                   MOVE PTD-NOTURNO TO WS-PTO-NOTURNO(WS-PONTO-COUNT)
                   MOVE PTD-FALTAS TO WS-PTO-FALTAS(WS-PONTO-COUNT)
                   MOVE PTD-ATRASO-MIN TO
                       WS-PTO-ATRASO(WS-PONTO-COUNT)
                   MOVE "N" TO WS-PTO-USADO(WS-PONTO-COUNT)
               ELSE
                   DISPLAY 'LIMITE DE 500 REGISTROS DE PONTO EXCEDIDO'
                   SET WS-ENV-BROKEN TO TRUE
               END-IF
           END-IF.

       0002-770-SCAN-PONTO.
           CONTINUE.

       0002-780-READ-PONTO.
           READ PONTOFILE
               AT END SET WS-EOF-PONTO TO TRUE
           END-READ.

       0002-800-LOAD-DESCONTOS.
           OPEN INPUT EMPDESCFILE.
           IF WS-EDSC-STATUS-OK
               SET WS-DSC-LOADED TO TRUE
               READ EMPDESCFILE
                   AT END SET WS-EOF-EDSC TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-EDSC
                   IF WS-DSC-COUNT < 1000
                       ADD 1 TO WS-DSC-COUNT
                       MOVE DSC-RECORD TO WS-DSC-DADOS(WS-DSC-COUNT)
                       MOVE ZEROS TO WS-DSC-APURADO(WS-DSC-COUNT)
                           WS-DSC-PARC-MES(WS-DSC-COUNT)
                       MOVE SPACE TO WS-DSC-RESULTADO(WS-DSC-COUNT)
                       MOVE SPACES TO WS-DSC-NOME(WS-DSC-COUNT)
                   ELSE
                       SET WS-DSC-OVERFLOW TO TRUE
                   END-IF
                   READ EMPDESCFILE
                       AT END SET WS-EOF-EDSC TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPDESCFILE
               IF WS-DSC-OVERFLOW
                   DISPLAY 'LIMITE DE 1000 DESCONTOS FIXOS EXCEDIDO - '
                       'NENHUM DESCONTO APLICADO'
                   MOVE ZEROS TO WS-DSC-COUNT
               END-IF
           ELSE
               IF NOT WS-EDSC-NOT-FOUND
                   DISPLAY 'AVISO: EMPDESC.DAT INDISPONIVEL - '
                       'STATUS ' WS-EDSC-STATUS
               END-IF
           END-IF.

       0002-600-READ-EMPLOYEE.
           READ EMPLOYEEMASTERFILE
               AT END SET WS-EOF-EMPLOYEE TO TRUE
           END-READ.

       0003-PAY-EMPLOYEE.
           PERFORM 0002-770-SCAN-PONTO
               VARYING PX FROM 1 BY 1
               UNTIL PX > WS-PONTO-COUNT
                  OR WS-PTO-MATRICULA(PX) = WS-EMP-MATRICULA.
           IF PX NOT > WS-PONTO-COUNT
               MOVE "S" TO WS-PTO-USADO(PX)
           END-IF.
           IF WS-EMP-AFASTADO OR WS-EMP-DESLIGADO
               ADD 1 TO WS-TOTAL-INATIVOS
               IF PX NOT > WS-PONTO-COUNT
                   IF WS-EMP-DESLIGADO
                       MOVE "DESLIGADO - NAO APLICADO"
                           TO WS-PONTO-MOTIVO
                   ELSE
                       MOVE "AFASTADO - NAO APLICADO"
                           TO WS-PONTO-MOTIVO
                   END-IF
                   MOVE WS-EMP-NOME TO PEL-NOME
                   PERFORM 0003-900-PONTO-EXC-ENTRY
                   ADD 1 TO WS-TOTAL-PONTO-EXC
               END-IF
           ELSE
               PERFORM 0003-300-COMPUTE-PAYSLIP
               PERFORM 0003-500-PRINT-PAYSLIP
               IF WS-HIST-ABERTO
                   PERFORM 0003-960-GRAVA-HISTORICO
               END-IF
               PERFORM 0003-700-NOTE-DEPTO
           END-IF.
           PERFORM 0002-600-READ-EMPLOYEE.

       0003-300-COMPUTE-PAYSLIP.
           MOVE ZEROS TO WS-DIAS-FERIAS-MES WS-FERIAS-DIAS
               WS-FERIAS-VALOR WS-FERIAS-TERCO WS-ABONO-VALOR
               WS-ABONO-TERCO WS-FERIAS-INSS WS-FERIAS-IRRF.
           PERFORM 0003-200-CHECK-FERIAS
               VARYING FX FROM 1 BY 1 UNTIL FX > WS-FER-COUNT.
           IF WS-DIAS-FERIAS-MES > 30
               MOVE 30 TO WS-DIAS-FERIAS-MES
           END-IF.
           COMPUTE WS-DIAS-TRAB = 30 - WS-DIAS-FERIAS-MES.
           IF WS-DIAS-FERIAS-MES = ZEROS
               MOVE WS-EMP-SALARIO TO WS-SALARIO-MES
           ELSE
               COMPUTE WS-SALARIO-MES ROUNDED =
                   WS-EMP-SALARIO * WS-DIAS-TRAB / 30
           END-IF.
           MOVE ZEROS TO WS-HE50-VALOR WS-HE100-VALOR
               WS-NOTURNO-VALOR WS-FALTAS-VALOR WS-DSR-VALOR
               WS-ATRASO-VALOR WS-PONTO-PROVENTOS WS-PONTO-DESCONTOS.
           IF PX NOT > WS-PONTO-COUNT
               PERFORM 0003-450-APPLY-PONTO
           END-IF.
           COMPUTE WS-TAX-BASE = WS-SALARIO-MES + WS-PONTO-PROVENTOS
               - WS-PONTO-DESCONTOS.
           PERFORM 0003-400-APPLY-TAX-TABLES.
           MOVE WS-TAX-INSS TO WS-INSS.
           MOVE WS-TAX-IRRF TO WS-IRRF.
           IF WS-FERIAS-DIAS > ZEROS
               COMPUTE WS-FERIAS-VALOR ROUNDED =
                   WS-EMP-SALARIO * WS-FERIAS-DIAS / 30
               COMPUTE WS-FERIAS-TERCO ROUNDED = WS-FERIAS-VALOR / 3
               COMPUTE WS-TAX-BASE = WS-FERIAS-VALOR + WS-FERIAS-TERCO
               PERFORM 0003-400-APPLY-TAX-TABLES
               MOVE WS-TAX-INSS TO WS-FERIAS-INSS
               MOVE WS-TAX-IRRF TO WS-FERIAS-IRRF
               ADD 1 TO WS-TOTAL-EM-FERIAS
           END-IF.
           COMPUTE WS-BRUTO = WS-SALARIO-MES + WS-PONTO-PROVENTOS
               + WS-FERIAS-VALOR + WS-FERIAS-TERCO + WS-ABONO-VALOR
               + WS-ABONO-TERCO.
           ADD WS-FERIAS-INSS TO WS-INSS.
           ADD WS-FERIAS-IRRF TO WS-IRRF.
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-PONTO-DESCONTOS
               - WS-INSS - WS-IRRF.
           MOVE ZEROS TO WS-OUTROS-DESC.
           MOVE WS-LIQUIDO TO WS-DSC-DISPONIVEL.
           PERFORM 0003-800-APPLY-DESCONTO
               VARYING TX FROM 1 BY 1 UNTIL TX > 6
               AFTER QX FROM 1 BY 1 UNTIL QX > WS-DSC-COUNT.
           SUBTRACT WS-OUTROS-DESC FROM WS-LIQUIDO.

       0003-200-CHECK-FERIAS.
           IF WS-FER-MATRICULA(FX) = WS-EMP-MATRICULA
               MOVE WS-FER-INICIO(FX) TO WS-FER-INICIO-SPLIT
               IF WS-FER-INI-DIA > 30
                   MOVE 30 TO WS-FER-INI-DIA
               END-IF
               COMPUTE WS-FER-DIA-INI =
                   (((WS-FER-INI-ANO * 12) + WS-FER-INI-MES - 1) * 30)
                   + WS-FER-INI-DIA - 1
               COMPUTE WS-FER-DIA-FIM =
                   WS-FER-DIA-INI + WS-FER-QT-DIAS(FX) - 1
               IF WS-FER-DIA-INI NOT > WS-MES-DIA-FIM
                  AND WS-FER-DIA-FIM NOT < WS-MES-DIA-INI
                   PERFORM 0003-250-COUNT-OVERLAP
               END-IF
               IF WS-FER-DIA-INI NOT < WS-MES-DIA-INI
                  AND WS-FER-DIA-INI NOT > WS-MES-DIA-FIM
                   ADD WS-FER-QT-DIAS(FX) TO WS-FERIAS-DIAS
                   IF WS-FER-ABONO(FX) = "S"
                       COMPUTE WS-ABONO-VALOR ROUNDED =
                           WS-ABONO-VALOR + (WS-EMP-SALARIO * 10 / 30)
                       COMPUTE WS-ABONO-TERCO ROUNDED =
                           WS-ABONO-VALOR / 3
                   END-IF
               END-IF
           END-IF.

       0003-250-COUNT-OVERLAP.
           IF WS-FER-DIA-INI > WS-MES-DIA-INI
               MOVE WS-FER-DIA-INI TO WS-OVERLAP-INI
           ELSE
               MOVE WS-MES-DIA-INI TO WS-OVERLAP-INI
           END-IF.
           IF WS-FER-DIA-FIM < WS-MES-DIA-FIM
               MOVE WS-FER-DIA-FIM TO WS-OVERLAP-FIM
           ELSE
               MOVE WS-MES-DIA-FIM TO WS-OVERLAP-FIM
           END-IF.
           COMPUTE WS-DIAS-FERIAS-MES = WS-DIAS-FERIAS-MES
               + WS-OVERLAP-FIM - WS-OVERLAP-INI + 1.

       0003-450-APPLY-PONTO.
           COMPUTE WS-VALOR-HORA = WS-EMP-SALARIO / WS-DIVISOR.
           COMPUTE WS-VALOR-DIA = WS-EMP-SALARIO / 30.
           COMPUTE WS-HE50-VALOR ROUNDED =
               WS-VALOR-HORA * 1,5 * WS-PTO-HE50(PX).
           COMPUTE WS-HE100-VALOR ROUNDED =
               WS-VALOR-HORA * 2 * WS-PTO-HE100(PX).
           COMPUTE WS-NOTURNO-VALOR ROUNDED =
               WS-VALOR-HORA * WS-PERC-NOTURNO * WS-PTO-NOTURNO(PX).
           COMPUTE WS-FALTAS-VALOR ROUNDED =
               WS-VALOR-DIA * WS-PTO-FALTAS(PX).
           MOVE WS-PTO-FALTAS(PX) TO WS-DSR-DIAS.
           IF WS-DSR-DIAS > 4
               MOVE 4 TO WS-DSR-DIAS
           END-IF.
           COMPUTE WS-DSR-VALOR ROUNDED = WS-VALOR-DIA * WS-DSR-DIAS.
           COMPUTE WS-ATRASO-VALOR ROUNDED =
               WS-VALOR-HORA * WS-PTO-ATRASO(PX) / 60.
           COMPUTE WS-PONTO-PROVENTOS = WS-HE50-VALOR
               + WS-HE100-VALOR + WS-NOTURNO-VALOR.
           COMPUTE WS-PONTO-DESCONTOS = WS-FALTAS-VALOR
               + WS-DSR-VALOR + WS-ATRASO-VALOR.
           IF WS-PONTO-DESCONTOS > WS-SALARIO-MES + WS-PONTO-PROVENTOS
               COMPUTE WS-PONTO-DESCONTOS =
                   WS-SALARIO-MES + WS-PONTO-PROVENTOS
           END-IF.
           ADD 1 TO WS-TOTAL-PONTO-APLIC.
           ADD WS-PONTO-PROVENTOS TO WS-TOTAL-PONTO-PROV.
           ADD WS-PONTO-DESCONTOS TO WS-TOTAL-PONTO-DESC.
           COMPUTE WS-HORAS-EXTRAS = WS-PTO-HE50(PX)
               + WS-PTO-HE100(PX).
           IF WS-HORAS-EXTRAS > WS-LIMITE-HE
               ADD 1 TO WS-TOTAL-HE-ALTAS
               MOVE "HORAS EXTRAS ACIMA DO LIMITE" TO WS-PONTO-MOTIVO
               MOVE WS-EMP-NOME TO PEL-NOME
               PERFORM 0003-900-PONTO-EXC-ENTRY
           END-IF.

       0003-800-APPLY-DESCONTO.
           IF WS-DSC-MATRICULA(QX) = WS-EMP-MATRICULA
              AND WS-DSC-TIPO(QX) = WS-TIPO-CODIGO(TX)
              AND WS-DSC-INICIO(QX) NOT > WS-RUN-ANOMES
              AND (WS-DSC-FIM(QX) = ZEROS
                   OR WS-DSC-FIM(QX) NOT < WS-RUN-ANOMES)
              AND (WS-DSC-SITUACAO(QX) = "A"
                   OR (WS-DSC-SITUACAO(QX) = "E"
                       AND WS-DSC-TIPO(QX) = "CO"
                       AND WS-DSC-PARCELAS(QX) = ZEROS
                       AND WS-DSC-ULT-MES(QX) = WS-RUN-ANOMES))
               PERFORM 0003-850-VALOR-DESCONTO
               MOVE WS-EMP-NOME TO WS-DSC-NOME(QX)
               IF WS-DSC-APURADO(QX) > ZEROS
                   IF WS-DSC-APURADO(QX) > WS-DSC-DISPONIVEL
                       MOVE "N" TO WS-DSC-RESULTADO(QX)
                       ADD 1 TO WS-TOTAL-DESC-NAO
                   ELSE
                       MOVE "D" TO WS-DSC-RESULTADO(QX)
                       SUBTRACT WS-DSC-APURADO(QX)
                           FROM WS-DSC-DISPONIVEL
                       ADD WS-DSC-APURADO(QX) TO WS-OUTROS-DESC
                           WS-TOTAL-OUTROS-DESC
                       PERFORM 0003-870-CONTA-PARCELA
                   END-IF
               END-IF
           END-IF.

       0003-850-VALOR-DESCONTO.
           MOVE WS-DSC-PERCENTUAL(QX) TO WS-DSC-PERC-APLIC.
           IF WS-DSC-TIPO(QX) = "VT"
              AND (WS-DSC-PERC-APLIC = ZEROS OR WS-DSC-PERC-APLIC > 6)
               MOVE 6 TO WS-DSC-PERC-APLIC
           END-IF.
           IF WS-DSC-PERC-APLIC > ZEROS
               COMPUTE WS-DSC-APURADO(QX) ROUNDED =
                   WS-EMP-SALARIO * WS-DSC-PERC-APLIC / 100
               IF WS-DSC-VALOR(QX) > ZEROS
                  AND WS-DSC-APURADO(QX) > WS-DSC-VALOR(QX)
                   MOVE WS-DSC-VALOR(QX) TO WS-DSC-APURADO(QX)
               END-IF
           ELSE
               MOVE WS-DSC-VALOR(QX) TO WS-DSC-APURADO(QX)
           END-IF.

       0003-870-CONTA-PARCELA.
           IF WS-DSC-TIPO(QX) = "CO"
               IF WS-DSC-ULT-MES(QX) NOT = WS-RUN-ANOMES
                  AND WS-DSC-PARCELAS(QX) > ZEROS
                   SUBTRACT 1 FROM WS-DSC-PARCELAS(QX)
               END-IF
               COMPUTE WS-DSC-PARC-MES(QX) = WS-DSC-PARC-TOTAL(QX)
                   - WS-DSC-PARCELAS(QX)
               IF WS-DSC-PARCELAS(QX) = ZEROS
                   MOVE "E" TO WS-DSC-SITUACAO(QX)
               END-IF
           END-IF.
           MOVE WS-RUN-ANOMES TO WS-DSC-ULT-MES(QX).

       0003-400-APPLY-TAX-TABLES.
           MOVE ZEROS TO WS-TAX-INSS.
           PERFORM 0003-350-FIND-INSS
               VARYING NX FROM 1 BY 1
               UNTIL NX > WS-INSS-COUNT
                  OR (WS-TAX-BASE NOT < WS-INSS-FAIXA-INI(NX)
                      AND WS-TAX-BASE NOT > WS-INSS-FAIXA-FIM(NX)).
           IF NX NOT > WS-INSS-COUNT
               COMPUTE WS-TAX-INSS ROUNDED =
                   WS-TAX-BASE * WS-INSS-PERCENTUAL(NX)
           END-IF.
           COMPUTE WS-BASE-IR = WS-TAX-BASE - WS-TAX-INSS.
           MOVE ZEROS TO WS-TAX-IRRF.
           PERFORM 0003-350-FIND-INSS
               VARYING IX FROM 1 BY 1
               UNTIL IX > WS-IR-COUNT
                  OR (WS-BASE-IR NOT < WS-IR-FAIXA-INI(IX)
                      AND WS-BASE-IR NOT > WS-IR-FAIXA-FIM(IX)).
           IF IX NOT > WS-IR-COUNT
               COMPUTE WS-TAX-IRRF ROUNDED =
                   (WS-BASE-IR * WS-IR-PERCENTUAL(IX))
                   - WS-IR-DEDUCAO(IX)
               IF WS-TAX-IRRF < ZEROS
                   MOVE ZEROS TO WS-TAX-IRRF
               END-IF
           END-IF.

       0003-350-FIND-INSS.
           CONTINUE.
           MOVE WS-EMP-GRADE TO FEH-GRADE.
           WRITE WS-FOLHA-RPT-LINE FROM FOLHA-EMP-HEADING
               AFTER ADVANCING PAGE.
           IF WS-DIAS-FERIAS-MES > ZEROS OR WS-FERIAS-DIAS > ZEROS
               PERFORM 0003-550-PRINT-FERIAS-LINES
           END-IF.
           IF WS-PONTO-PROVENTOS > ZEROS
               PERFORM 0003-570-PRINT-PONTO-PROV
           END-IF.
           MOVE "SALARIO BRUTO.......: " TO FVL-LABEL.
           MOVE WS-BRUTO TO FVL-VALOR.
           PERFORM 0003-600-PRINT-VALOR-LINE.
           IF WS-PONTO-DESCONTOS > ZEROS
               PERFORM 0003-580-PRINT-PONTO-DESC
           END-IF.
           MOVE "DESCONTO INSS.......: " TO FVL-LABEL.
           MOVE WS-INSS TO FVL-VALOR.
           PERFORM 0003-600-PRINT-VALOR-LINE.
           MOVE "DESCONTO IRRF.......: " TO FVL-LABEL.
           MOVE WS-IRRF TO FVL-VALOR.
           PERFORM 0003-600-PRINT-VALOR-LINE.
           IF WS-OUTROS-DESC > ZEROS
               PERFORM 0003-590-PRINT-DESCONTO
                   VARYING TX FROM 1 BY 1 UNTIL TX > 6
                   AFTER QX FROM 1 BY 1 UNTIL QX > WS-DSC-COUNT
           END-IF.
           MOVE "SALARIO LIQUIDO.....: " TO FVL-LABEL.
           MOVE WS-LIQUIDO TO FVL-VALOR.
           PERFORM 0003-600-PRINT-VALOR-LINE.
           ADD WS-INSS TO WS-TOTAL-INSS.
           ADD WS-IRRF TO WS-TOTAL-IRRF.
           ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO.
           COMPUTE WS-TOTAL-FERIAS = WS-TOTAL-FERIAS + WS-FERIAS-VALOR
               + WS-FERIAS-TERCO + WS-ABONO-VALOR + WS-ABONO-TERCO.

       0003-550-PRINT-FERIAS-LINES.
           MOVE "SALARIO DIAS TRAB...: " TO FVL-LABEL.
           MOVE WS-SALARIO-MES TO FVL-VALOR.
           PERFORM 0003-600-PRINT-VALOR-LINE.
           IF WS-FERIAS-DIAS > ZEROS
               MOVE "FERIAS..............: " TO FVL-LABEL
               MOVE WS-FERIAS-VALOR TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
               MOVE "1/3 CONSTITUCIONAL..: " TO FVL-LABEL
               MOVE WS-FERIAS-TERCO TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.
           IF WS-ABONO-VALOR > ZEROS
               MOVE "ABONO PECUNIARIO....: " TO FVL-LABEL
               MOVE WS-ABONO-VALOR TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
               MOVE "1/3 SOBRE ABONO.....: " TO FVL-LABEL
               MOVE WS-ABONO-TERCO TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.
           IF WS-FERIAS-DIAS > ZEROS
               MOVE "INSS S/ FERIAS......: " TO FVL-LABEL
               MOVE WS-FERIAS-INSS TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
               MOVE "IRRF S/ FERIAS......: " TO FVL-LABEL
               MOVE WS-FERIAS-IRRF TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.

       0003-570-PRINT-PONTO-PROV.
           IF WS-DIAS-FERIAS-MES = ZEROS AND WS-FERIAS-DIAS = ZEROS
               MOVE "SALARIO BASE........: " TO FVL-LABEL
               MOVE WS-SALARIO-MES TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.
           IF WS-HE50-VALOR > ZEROS
               MOVE "HORAS EXTRAS 50%....: " TO FVL-LABEL
               MOVE WS-HE50-VALOR TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.
           IF WS-HE100-VALOR > ZEROS
               MOVE "HORAS EXTRAS 100%...: " TO FVL-LABEL
               MOVE WS-HE100-VALOR TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.
           IF WS-NOTURNO-VALOR > ZEROS
               MOVE "ADICIONAL NOTURNO...: " TO FVL-LABEL
               MOVE WS-NOTURNO-VALOR TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.

       0003-580-PRINT-PONTO-DESC.
           IF WS-FALTAS-VALOR > ZEROS
               MOVE "DESCONTO FALTAS.....: " TO FVL-LABEL
               MOVE WS-FALTAS-VALOR TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
               MOVE "DESCONTO DSR........: " TO FVL-LABEL
               MOVE WS-DSR-VALOR TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.
           IF WS-ATRASO-VALOR > ZEROS
               MOVE "DESCONTO ATRASOS....: " TO FVL-LABEL
               MOVE WS-ATRASO-VALOR TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.

       0003-590-PRINT-DESCONTO.
           IF WS-DSC-MATRICULA(QX) = WS-EMP-MATRICULA
              AND WS-DSC-TIPO(QX) = WS-TIPO-CODIGO(TX)
              AND WS-DSC-RESULTADO(QX) = "D"
               MOVE WS-TIPO-ROTULO(TX) TO FVL-LABEL
               MOVE WS-DSC-APURADO(QX) TO FVL-VALOR
               PERFORM 0003-600-PRINT-VALOR-LINE
           END-IF.

       0003-600-PRINT-VALOR-LINE.
           MOVE FOLHA-VALOR-LINE TO WS-FOLHA-RPT-LINE.
                   MOVE ZEROS TO WS-DEPT-EMPREGADOS(DX)
                   MOVE ZEROS TO WS-DEPT-BRUTO(DX)
                   MOVE ZEROS TO WS-DEPT-LIQUIDO(DX)
                   MOVE ZEROS TO WS-DEPT-SALARIOS(DX)
                   MOVE ZEROS TO WS-DEPT-INSS(DX)
                   MOVE ZEROS TO WS-DEPT-IRRF(DX)
                   MOVE ZEROS TO WS-DEPT-OUTROS(DX)
                   MOVE ZEROS TO WS-DEPT-PATRONAL(DX)
               ELSE
                   DISPLAY 'LIMITE DE 20 DEPARTAMENTOS EXCEDIDO'
                   MOVE ZEROS TO DX
               ADD 1 TO WS-DEPT-EMPREGADOS(DX)
               ADD WS-BRUTO TO WS-DEPT-BRUTO(DX)
               ADD WS-LIQUIDO TO WS-DEPT-LIQUIDO(DX)
               COMPUTE WS-DEPT-SALARIOS(DX) = WS-DEPT-SALARIOS(DX)
                   + WS-BRUTO - WS-PONTO-DESCONTOS
               ADD WS-INSS TO WS-DEPT-INSS(DX)
               ADD WS-IRRF TO WS-DEPT-IRRF(DX)
               ADD WS-OUTROS-DESC TO WS-DEPT-OUTROS(DX)
               COMPUTE WS-PATRONAL-BASE = WS-SALARIO-MES
                   + WS-PONTO-PROVENTOS - WS-PONTO-DESCONTOS
                   + WS-FERIAS-VALOR + WS-FERIAS-TERCO
               COMPUTE WS-PATRONAL-VALOR ROUNDED =
                   WS-PATRONAL-BASE * WS-PATRONAL-ALIQUOTA
               ADD WS-PATRONAL-VALOR TO WS-DEPT-PATRONAL(DX)
           END-IF.

       0003-750-SCAN-DEPTO.
           CONTINUE.

       0003-900-PONTO-EXC-ENTRY.
           MOVE WS-PTO-MATRICULA(PX) TO PEL-MATRICULA.
           MOVE WS-PTO-HE50(PX) TO PEL-HE50.
           MOVE WS-PTO-HE100(PX) TO PEL-HE100.
           MOVE WS-PTO-NOTURNO(PX) TO PEL-NOTURNO.
           MOVE WS-PTO-FALTAS(PX) TO PEL-FALTAS.
           MOVE WS-PTO-ATRASO(PX) TO PEL-ATRASO.
           PERFORM 0003-950-WRITE-PONTO-EXC.

       0003-950-WRITE-PONTO-EXC.
           MOVE WS-PONTO-MOTIVO TO PEL-MOTIVO.
           MOVE PEXC-DETAIL-LINE TO WS-PEXC-RPT-LINE.
           CALL "DECFMT" USING WS-PEXC-RPT-LINE, WS-PEXC-RPT-LEN.
           WRITE WS-PEXC-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0003-960-GRAVA-HISTORICO.
           MOVE ZEROS TO WS-HIST-SEQ.
           MOVE WS-RUN-ANOMES TO FHST-COMPETENCIA.
           MOVE "F" TO FHST-ORIGEM.
           MOVE WS-EMP-MATRICULA TO FHST-MATRICULA.
           MOVE "SALA" TO FHST-RUBRICA.
           MOVE "SALARIO" TO FHST-DESCRICAO.
           MOVE "P" TO FHST-NATUREZA.
           MOVE WS-SALARIO-MES TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "HE50" TO FHST-RUBRICA.
           MOVE "HORAS EXTRAS 50%" TO FHST-DESCRICAO.
           MOVE WS-HE50-VALOR TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "H100" TO FHST-RUBRICA.
           MOVE "HORAS EXTRAS 100%" TO FHST-DESCRICAO.
           MOVE WS-HE100-VALOR TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "NOTU" TO FHST-RUBRICA.
           MOVE "ADICIONAL NOTURNO" TO FHST-DESCRICAO.
           MOVE WS-NOTURNO-VALOR TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "FERI" TO FHST-RUBRICA.
           MOVE "FERIAS" TO FHST-DESCRICAO.
           MOVE WS-FERIAS-VALOR TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "FER3" TO FHST-RUBRICA.
           MOVE "1/3 CONSTITUCIONAL" TO FHST-DESCRICAO.
           MOVE WS-FERIAS-TERCO TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "ABON" TO FHST-RUBRICA.
           MOVE "ABONO PECUNIARIO" TO FHST-DESCRICAO.
           MOVE "X" TO FHST-NATUREZA.
           MOVE WS-ABONO-VALOR TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "ABO3" TO FHST-RUBRICA.
           MOVE "1/3 SOBRE ABONO" TO FHST-DESCRICAO.
           MOVE WS-ABONO-TERCO TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "FALT" TO FHST-RUBRICA.
           MOVE "FALTAS" TO FHST-DESCRICAO.
           MOVE "D" TO FHST-NATUREZA.
           MOVE WS-FALTAS-VALOR TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "DSR " TO FHST-RUBRICA.
           MOVE "DSR" TO FHST-DESCRICAO.
           MOVE WS-DSR-VALOR TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "ATRA" TO FHST-RUBRICA.
           MOVE "ATRASOS" TO FHST-DESCRICAO.
           MOVE WS-ATRASO-VALOR TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           IF WS-OUTROS-DESC > ZEROS
               PERFORM 0003-970-GRAVA-DESCONTO
                   VARYING TX FROM 1 BY 1 UNTIL TX > 6
                   AFTER QX FROM 1 BY 1 UNTIL QX > WS-DSC-COUNT
           END-IF.
           COMPUTE WS-HIST-BASE = WS-SALARIO-MES + WS-PONTO-PROVENTOS
               - WS-PONTO-DESCONTOS + WS-FERIAS-VALOR
               + WS-FERIAS-TERCO.
           MOVE "BASE" TO FHST-RUBRICA.
           MOVE "BASE TRIBUTAVEL" TO FHST-DESCRICAO.
           MOVE "B" TO FHST-NATUREZA.
           MOVE WS-HIST-BASE TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "INSS" TO FHST-RUBRICA.
           MOVE "INSS" TO FHST-DESCRICAO.
           MOVE "I" TO FHST-NATUREZA.
           MOVE WS-INSS TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "IRRF" TO FHST-RUBRICA.
           MOVE "IRRF" TO FHST-DESCRICAO.
           MOVE "R" TO FHST-NATUREZA.
           MOVE WS-IRRF TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.
           MOVE "LIQU" TO FHST-RUBRICA.
           MOVE "SALARIO LIQUIDO" TO FHST-DESCRICAO.
           MOVE "L" TO FHST-NATUREZA.
           MOVE WS-LIQUIDO TO FHST-VALOR.
           PERFORM 0003-965-GRAVA-LINHA.

       0003-965-GRAVA-LINHA.
           IF FHST-VALOR > ZEROS OR FHST-NAT-LIQUIDO
               ADD 1 TO WS-HIST-SEQ
               MOVE WS-HIST-SEQ TO FHST-SEQ
               MOVE ZEROS TO FHST-DATA-REG
               MOVE "WRIT" TO FHST-ACTION
               CALL "FOLHIST" USING FHST-CALL
           END-IF.

       0003-970-GRAVA-DESCONTO.
           IF WS-DSC-MATRICULA(QX) = WS-EMP-MATRICULA
              AND WS-DSC-TIPO(QX) = WS-TIPO-CODIGO(TX)
              AND WS-DSC-RESULTADO(QX) = "D"
               MOVE SPACES TO FHST-RUBRICA
               STRING "D" WS-DSC-TIPO(QX) DELIMITED BY SIZE
                   INTO FHST-RUBRICA
               END-STRING
               MOVE WS-TIPO-FORNECEDOR(TX) TO FHST-DESCRICAO
               MOVE "D" TO FHST-NATUREZA
               MOVE WS-DSC-APURADO(QX) TO FHST-VALOR
               PERFORM 0003-965-GRAVA-LINHA
           END-IF.

       0004-050-PONTO-LEFTOVER.
           IF WS-PTO-USADO(PX) = "N"
               MOVE SPACES TO PEL-NOME
               MOVE "MATRICULA NAO CADASTRADA" TO WS-PONTO-MOTIVO
               PERFORM 0003-900-PONTO-EXC-ENTRY
               ADD 1 TO WS-TOTAL-PONTO-EXC
           END-IF.

       0004-FINALIZE.
           PERFORM 0004-050-PONTO-LEFTOVER
               VARYING PX FROM 1 BY 1 UNTIL PX > WS-PONTO-COUNT.
           PERFORM 0004-700-CLOSE-PONTO-EXC.
           MOVE "RESUMO DA EMPRESA" TO WS-FOLHA-RPT-LINE.
           WRITE WS-FOLHA-RPT-LINE
               AFTER ADVANCING PAGE.
               AFTER ADVANCING 2 LINES.
           MOVE "NAO ATIVOS (PULADOS):         " TO FCL-LABEL.
           MOVE WS-TOTAL-INATIVOS TO FCL-COUNT.
           WRITE WS-FOLHA-RPT-LINE FROM FOLHA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "EM FERIAS NO MES:             " TO FCL-LABEL.
           MOVE WS-TOTAL-EM-FERIAS TO FCL-COUNT.
           WRITE WS-FOLHA-RPT-LINE FROM FOLHA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL BRUTO:                  " TO FTL-LABEL.
           MOVE WS-TOTAL-BRUTO TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           MOVE "  DOS QUAIS HE E NOTURNO:     " TO FTL-LABEL.
           MOVE WS-TOTAL-PONTO-PROV TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           MOVE "  DOS QUAIS FERIAS E ABONO:   " TO FTL-LABEL.
           MOVE WS-TOTAL-FERIAS TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           MOVE "TOTAL FALTAS/DSR/ATRASOS:     " TO FTL-LABEL.
           MOVE WS-TOTAL-PONTO-DESC TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           MOVE "TOTAL INSS:                   " TO FTL-LABEL.
           MOVE WS-TOTAL-INSS TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           MOVE "TOTAL IRRF:                   " TO FTL-LABEL.
           MOVE WS-TOTAL-IRRF TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           MOVE "TOTAL OUTROS DESCONTOS:       " TO FTL-LABEL.
           MOVE WS-TOTAL-OUTROS-DESC TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           MOVE "DESCONTOS NAO EFETUADOS:      " TO FCL-LABEL.
           MOVE WS-TOTAL-DESC-NAO TO FCL-COUNT.
           WRITE WS-FOLHA-RPT-LINE FROM FOLHA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL LIQUIDO:                " TO FTL-LABEL.
           MOVE WS-TOTAL-LIQUIDO TO FTL-VALOR.
           PERFORM 0004-500-PRINT-TOTAL-LINE.
           PERFORM 0004-600-PRINT-DEPTO-LINE
               VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT.
           OPEN OUTPUT FOLHAMESFILE.
           PERFORM 0004-650-WRITE-FOLHAMES
               VARYING DX FROM 1 BY 1 UNTIL DX > WS-DEPT-COUNT.
           CLOSE FOLHAMESFILE.
           WRITE WS-FOLHA-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE FOLHAREPORTFILE.
           IF WS-EMP-STATUS-OK OR WS-EMP-STATUS = "10"
               CLOSE EMPLOYEEMASTERFILE
               IF WS-DSC-LOADED AND NOT WS-DSC-OVERFLOW
                   PERFORM 0004-800-REWRITE-DESCONTOS
               END-IF
           END-IF.
           IF WS-HIST-ABERTO
               MOVE "SAVE" TO FHST-ACTION
               CALL "FOLHIST" USING FHST-CALL
           END-IF.
           PERFORM 0004-850-OPEN-DESCFORN.
           SORT DESCSORTFILE
               ON ASCENDING KEY DSR-PRIORIDADE DSR-MATRICULA
               INPUT PROCEDURE IS 0004-900-RELEASE-DESCONTOS
               OUTPUT PROCEDURE IS 0004-950-LIST-FORNECEDORES.
           PERFORM 0004-990-CLOSE-DESCFORN.
           IF WS-ENV-BROKEN
               DISPLAY 'LOTE DE PONTO COM ENVELOPE INVALIDO - NADA '
                   'APLICADO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-DSC-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'FOLHA DE PAGAMENTO CONCLUIDA'.

           WRITE WS-FOLHA-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-700-CLOSE-PONTO-EXC.
           MOVE "REGISTROS DE PONTO APLICADOS: " TO FCL-LABEL.
           MOVE WS-TOTAL-PONTO-APLIC TO FCL-COUNT.
           WRITE WS-PEXC-RPT-LINE FROM FOLHA-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "HORAS EXTRAS ACIMA DO LIMITE: " TO FCL-LABEL.
           MOVE WS-TOTAL-HE-ALTAS TO FCL-COUNT.
           WRITE WS-PEXC-RPT-LINE FROM FOLHA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS NAO APLICADOS:      " TO FCL-LABEL.
           MOVE WS-TOTAL-PONTO-EXC TO FCL-COUNT.
           WRITE WS-PEXC-RPT-LINE FROM FOLHA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-PEXC-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE PONTOEXCREPORTFILE.

       0004-600-PRINT-DEPTO-LINE.
           MOVE WS-DEPT-CODE(DX) TO FDL-CODE.
           MOVE WS-DEPT-EMPREGADOS(DX) TO FDL-EMPR.
           CALL "DECFMT" USING WS-FOLHA-RPT-LINE, WS-FOLHA-RPT-LEN.
           WRITE WS-FOLHA-RPT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-DEPT-INSS(DX) TO FRL-INSS.
           MOVE WS-DEPT-IRRF(DX) TO FRL-IRRF.
           MOVE WS-DEPT-OUTROS(DX) TO FRL-OUTROS.
           MOVE FOLHA-DEPTO-RET-LINE TO WS-FOLHA-RPT-LINE.
           CALL "DECFMT" USING WS-FOLHA-RPT-LINE, WS-FOLHA-RPT-LEN.
           WRITE WS-FOLHA-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-650-WRITE-FOLHAMES.
           MOVE WS-RUN-DATE-NUM TO FLM-DATE.
           MOVE WS-RUN-ANOMES TO FLM-COMPETENCIA.
           MOVE "F" TO FLM-ORIGEM.
           MOVE WS-DEPT-CODE(DX) TO FLM-DEPTO.
           MOVE WS-DEPT-EMPREGADOS(DX) TO FLM-EMPREGADOS.
           MOVE WS-DEPT-SALARIOS(DX) TO FLM-SALARIOS.
           MOVE WS-DEPT-INSS(DX) TO FLM-INSS.
           MOVE WS-DEPT-IRRF(DX) TO FLM-IRRF.
           MOVE WS-DEPT-OUTROS(DX) TO FLM-OUTROS.
           MOVE WS-DEPT-LIQUIDO(DX) TO FLM-LIQUIDO.
           MOVE WS-DEPT-PATRONAL(DX) TO FLM-INSS-EMPRESA.
           MOVE ZEROS TO FLM-FGTS.
           WRITE FLM-RECORD.

       0004-800-REWRITE-DESCONTOS.
           OPEN OUTPUT EMPDESCFILE.
           PERFORM 0004-810-WRITE-DESCONTO
               VARYING QX FROM 1 BY 1 UNTIL QX > WS-DSC-COUNT.
           CLOSE EMPDESCFILE.

       0004-810-WRITE-DESCONTO.
           MOVE WS-DSC-DADOS(QX) TO DSC-RECORD.
           WRITE DSC-RECORD.

       0004-850-OPEN-DESCFORN.
           OPEN OUTPUT DESCFORNREPORTFILE.
           MOVE "DESCONTOS EM FOLHA POR FORNECEDOR" TO RPT-BH-TITLE.
           WRITE WS-DFOR-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-DFOR-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-DFOR-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.

       0004-900-RELEASE-DESCONTOS.
           PERFORM 0004-910-RELEASE-ONE
               VARYING TX FROM 1 BY 1 UNTIL TX > 6
               AFTER QX FROM 1 BY 1 UNTIL QX > WS-DSC-COUNT.

       0004-910-RELEASE-ONE.
           IF WS-DSC-TIPO(QX) = WS-TIPO-CODIGO(TX)
              AND WS-DSC-RESULTADO(QX) NOT = SPACE
               MOVE TX TO DSR-PRIORIDADE
               MOVE WS-DSC-MATRICULA(QX) TO DSR-MATRICULA
               MOVE WS-DSC-NOME(QX) TO DSR-NOME
               MOVE WS-DSC-REFERENCIA(QX) TO DSR-REFERENCIA
               MOVE WS-DSC-PARC-MES(QX) TO DSR-PARCELA
               MOVE WS-DSC-PARC-TOTAL(QX) TO DSR-PARC-TOTAL
               MOVE WS-DSC-APURADO(QX) TO DSR-VALOR
               MOVE WS-DSC-RESULTADO(QX) TO DSR-RESULTADO
               RELEASE DSR-SORTREC
           END-IF.

       0004-950-LIST-FORNECEDORES.
           RETURN DESCSORTFILE
               AT END SET ENDOFDESCSORT TO TRUE
           END-RETURN.
           IF ENDOFDESCSORT
               MOVE "NENHUM DESCONTO FIXO NA COMPETENCIA"
                   TO WS-DFOR-RPT-LINE
               WRITE WS-DFOR-RPT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM UNTIL ENDOFDESCSORT
               IF WS-FIRST-TIPO
                   PERFORM 0004-960-START-TIPO
                   MOVE "N" TO WS-FIRST-TIPO-SW
               ELSE
                   IF DSR-PRIORIDADE NOT = WS-PREV-PRIORIDADE
                       PERFORM 0004-980-END-TIPO
                       PERFORM 0004-960-START-TIPO
                   END-IF
               END-IF
               PERFORM 0004-970-LIST-DESCONTO
               RETURN DESCSORTFILE
                   AT END SET ENDOFDESCSORT TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-TIPO
               PERFORM 0004-980-END-TIPO
           END-IF.

       0004-960-START-TIPO.
           MOVE DSR-PRIORIDADE TO WS-PREV-PRIORIDADE.
           MOVE ZEROS TO WS-TIPO-QTDE WS-TIPO-NAO WS-TIPO-TOTAL.
           MOVE WS-TIPO-FORNECEDOR(DSR-PRIORIDADE) TO DTH-FORNECEDOR.
           MOVE WS-RUN-ANOMES TO DTH-COMPETENCIA.
           IF WS-FIRST-TIPO
               WRITE WS-DFOR-RPT-LINE FROM DFOR-TIPO-HEADING
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE WS-DFOR-RPT-LINE FROM DFOR-TIPO-HEADING
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE WS-DFOR-RPT-LINE FROM DFOR-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

       0004-970-LIST-DESCONTO.
           MOVE DSR-MATRICULA TO DDL-MATRICULA.
           MOVE DSR-NOME TO DDL-NOME.
           MOVE DSR-REFERENCIA TO DDL-REFERENCIA.
           IF DSR-PARC-TOTAL > ZEROS
               MOVE DSR-PARCELA TO DPE-ATUAL
               MOVE DSR-PARC-TOTAL TO DPE-TOTAL
               MOVE DFOR-PARCELA-EDIT TO DDL-PARCELA
           ELSE
               MOVE SPACES TO DDL-PARCELA
           END-IF.
           MOVE DSR-VALOR TO DDL-VALOR.
           IF DSR-RESULTADO = "D"
               MOVE "DESCONTADO" TO DDL-SITUACAO
               ADD 1 TO WS-TIPO-QTDE
               ADD DSR-VALOR TO WS-TIPO-TOTAL
           ELSE
               MOVE "NAO DESCONTADO" TO DDL-SITUACAO
               ADD 1 TO WS-TIPO-NAO
           END-IF.
           MOVE DFOR-DETAIL-LINE TO WS-DFOR-RPT-LINE.
           CALL "DECFMT" USING WS-DFOR-RPT-LINE, WS-DFOR-RPT-LEN.
           WRITE WS-DFOR-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-980-END-TIPO.
           MOVE "DESCONTADOS:                  " TO FCL-LABEL.
           MOVE WS-TIPO-QTDE TO FCL-COUNT.
           WRITE WS-DFOR-RPT-LINE FROM FOLHA-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "NAO DESCONTADOS (SEM SALDO):  " TO FCL-LABEL.
           MOVE WS-TIPO-NAO TO FCL-COUNT.
           WRITE WS-DFOR-RPT-LINE FROM FOLHA-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL A REPASSAR:             " TO FTL-LABEL.
           MOVE WS-TIPO-TOTAL TO FTL-VALOR.
           MOVE FOLHA-TOTAL-LINE TO WS-DFOR-RPT-LINE.
           CALL "DECFMT" USING WS-DFOR-RPT-LINE, WS-DFOR-RPT-LEN.
           WRITE WS-DFOR-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-990-CLOSE-DESCFORN.
           WRITE WS-DFOR-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE DESCFORNREPORTFILE.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-INSSCTL-DAT.
           CALL "DATADIR" USING WS-PTH-IRRFCTL-DAT.
           CALL "DATADIR" USING WS-PTH-FOLHA-RPT.
           CALL "DATADIR" USING WS-PTH-FERIASPROG-DAT.
           CALL "DATADIR" USING WS-PTH-PONTO-DAT.
           CALL "DATADIR" USING WS-PTH-PONTOCTL-DAT.
           CALL "DATADIR" USING WS-PTH-PONTOEXC-RPT.
           CALL "DATADIR" USING WS-PTH-EMPDESC-DAT.
           CALL "DATADIR" USING WS-PTH-DESC-SRT.
           CALL "DATADIR" USING WS-PTH-DESCFORN-RPT.
           CALL "DATADIR" USING WS-PTH-FOLHAMES-DAT.

       END PROGRAM FOLHA.
