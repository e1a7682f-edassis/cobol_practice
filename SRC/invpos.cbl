      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - POSITIONS ARE NOW HELD PER CLIENT AND PRODUCT
      *              (KEY CLIENT 5 + PRODUCT 3) AND EVERY INVPOSTRANS
      *              DETAIL NAMES ITS PRODUCT. THE NEW PRODUCT MASTER
      *              PRODMF.DAT (KEPT IN CTLMAINT) GIVES EACH PRODUCT
      *              ITS REMUNERATION RULE (M = MONTHLY RATE, A =
      *              ANNUAL RATE COMPOUNDED MONTHLY), THE IR-EXEMPT
      *              FLAG, THE MINIMUM HOLDING AND THE MATURITY RULE
      *              (L = NO MATURITY, P = TERM IN MONTHS FROM THE
      *              APPLICATION, D = FIXED DATE). THE MONTHLY ACCRUAL
      *              NOW USES EACH PRODUCT'S OWN RULE - POSCTL.DAT ONLY
      *              KEEPS THE LAST ACCRUED MONTH - AND REDEMPTIONS OF
      *              EXEMPT PRODUCTS WITHHOLD NO IR. AN OPENING
      *              APPLICATION BELOW THE MINIMUM, OR A PARTIAL
      *              REDEMPTION LEAVING LESS THAN IT, IS REFUSED. A
      *              POSITION WHOSE MATURITY DATE HAS ARRIVED IS
      *              REDEEMED IN FULL AUTOMATICALLY, NET OF IR COUNTED
      *              TO THE MATURITY DATE. INVPOS.RPT LISTS EACH
      *              CLIENT'S HOLDINGS PRODUCT BY PRODUCT WITH A
      *              CLIENT TOTAL AND A GRAND TOTAL.
      * 15/10/2026 - POSITIONS NOW ACCRUE DAY BY DAY OVER BUSINESS DAYS
      *              (DIAUTIL WITH THE FERIADOS.DAT CALENDAR) FROM THE
      *              NEW "ACCRUED UP TO" DATE ON EACH POSITION TO THE
      *              DAY BEFORE THE RUN OR TO MATURITY. RULE M SPREADS
      *              THE MONTHLY RATE OVER THE MONTH'S BUSINESS DAYS,
      *              RULE A COMPOUNDS THE ANNUAL RATE OVER 252 DAYS,
      *              RULE C PAYS THE PRODUCT'S PERCENTAGE OF A DAILY
      *              INDEX (102% OF CDI) AND RULE I PAYS A MONTHLY
      *              INDEX SPREAD OVER THE MONTH'S BUSINESS DAYS PLUS
      *              THE ANNUAL SPREAD (IPCA + 6%), THE FACTORS COMING
      *              FROM THE INDEX HISTORY INDHIST.DAT LOADED BY
      *              INDLOAD. THE CONTROL REPORT INVIDX.RPT LISTS THE
      *              PERIOD, ITS BUSINESS DAYS AND EVERY INDEX FACTOR
      *              USED. A MISSING DAILY INDEX DAY, OR A MONTHLY
      *              INDEX MISSING BEFORE THE LAST ONE PUBLISHED,
      *              SUSPENDS THE WHOLE ACCRUAL BEFORE ANY INTEREST IS
      *              CREDITED: MATURITIES AND MOVEMENTS ARE HELD TOO
      *              AND THE RUN ENDS WITH RETURN-CODE 4, KEEPING
      *              INVPOSTRANS.DAT FOR THE RERUN. A MONTH WHOSE
      *              MONTHLY INDEX IS NOT YET PUBLISHED STOPS ONLY THE
      *              RULE I POSITIONS AT THE START OF THAT MONTH.
      *              POSCTL.DAT IS NO LONGER USED. MATURITIES AND
      *              STATEMENTS NO LONGER SKIP THE POSITION FILE WHEN
      *              THE ACCRUAL PASS HAS LEFT IT AT END OF FILE.
      * 15/10/2026 - EVERY CONTRIBUTION (C), ACCRUAL (J), REDEMPTION
      *              (R), MATURITY REDEMPTION (V) AND IR WITHHELD (I)
      *              IS NOW APPENDED TO THE POSITION MOVEMENT LEDGER
      *              INVMOV.DAT WITH ITS DATE, THE EARNINGS SHARE OF A
      *              REDEMPTION AND THE BALANCE AFTER IT, FOR THE
      *              MONTHLY STATEMENTS (INVEXTR) AND THE ANNUAL
      *              INCOME STATEMENT (INVINFO). AN ACCRUAL THAT SPANS
      *              A MONTH END IS POSTED AS ONE LINE PER MONTH, EACH
      *              DATED ON THE LAST DAY IT COVERS. THE RUN THAT
      *              CREATES THE LEDGER FIRST WRITES AN OPENING
      *              BALANCE (S) FOR EVERY POSITION ALREADY HELD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPOS.
           SELECT POSITIONFILE ASSIGN TO DYNAMIC WS-PTH-INVPOS-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-CHAVE
               FILE STATUS IS WS-POS-STATUS.

           SELECT INDHISTFILE ASSIGN TO DYNAMIC WS-PTH-INDHIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WS-IND-STATUS.

           SELECT PRODMFFILE ASSIGN TO DYNAMIC WS-PTH-PRODMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT IRCONTROLFILE ASSIGN TO DYNAMIC WS-PTH-IRCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL

           SELECT POSREPORTFILE ASSIGN TO DYNAMIC WS-PTH-INVPOS-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IDXREPORTFILE ASSIGN TO DYNAMIC WS-PTH-INVIDX-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVLEDGERFILE ASSIGN TO DYNAMIC WS-PTH-INVMOV-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTRANSFILE.
              88 IPT-HEADER        VALUE "H".
              88 IPT-DETAIL        VALUE "D".
              88 IPT-TRAILER       VALUE "T".
           05 IPT-DATA             PIC X(27).
           05 IPT-HDR REDEFINES IPT-DATA.
              10 IPH-DATE          PIC 9(08).
              10 IPH-SOURCE        PIC X(08).
              10 FILLER            PIC X(11).
           05 IPT-DET REDEFINES IPT-DATA.
              10 IPT-CLIENTE       PIC 9(05).
              10 IPT-TIPO          PIC X(01).
                 88 IPT-RESGATE    VALUE "R".
              10 IPT-VALOR         PIC 9(8)V99.
              10 IPT-DATA-MOV      PIC 9(08).
              10 IPT-PRODUTO       PIC X(03).
           05 IPT-TRL REDEFINES IPT-DATA.
              10 IPT-COUNT         PIC 9(07).
              10 IPT-HASH          PIC 9(13)V99.
              10 FILLER            PIC X(05).

       FD  POSITIONFILE.
       01  POS-RECORD.
           05 POS-CHAVE.
              10 POS-CLIENTE       PIC 9(05).
              10 POS-PRODUTO       PIC X(03).
           05 POS-PRINCIPAL        PIC 9(11)V9(2).
           05 POS-RENDIMENTOS      PIC 9(11)V9(2).
           05 POS-SALDO            PIC 9(11)V9(2).
           05 POS-DATA-ABERTURA    PIC 9(08).
           05 POS-DATA-VENCTO      PIC 9(08).
           05 POS-DATA-REND        PIC 9(08).

       FD  INDHISTFILE.
       01  IND-RECORD.
           05 IND-CHAVE.
              10 IND-CODIGO        PIC X(04).
              10 IND-DATA          PIC 9(08).
           05 IND-PERIODO          PIC X(01).
           05 IND-TAXA             PIC S9(3)V9(8)
                                   SIGN IS LEADING SEPARATE.
           05 IND-FATOR            PIC 9(3)V9(10).
           05 IND-DATA-CARGA       PIC 9(08).

       FD  PRODMFFILE.
       01  PRDMF-RECORD.
           88 WS-EOF-PRODMF        VALUE HIGH-VALUES.
           05 PRDMF-CODIGO         PIC X(03).
           05 PRDMF-NOME           PIC X(25).
           05 PRDMF-REGRA          PIC X(01).
           05 PRDMF-TAXA           PIC 9(3)V9(4).
           05 PRDMF-ISENTO-IR      PIC X(01).
           05 PRDMF-APLIC-MINIMA   PIC 9(9)V9(2).
           05 PRDMF-VENCTO-REGRA   PIC X(01).
           05 PRDMF-PRAZO-MESES    PIC 9(04).
           05 PRDMF-DATA-VENCTO    PIC 9(08).
           05 PRDMF-INDICE         PIC X(04).

       FD  IRCONTROLFILE.
       01  WS-IR-CTL-RECORD.
           05 CLIMF-ADVISOR        PIC X(30).

       FD  POSREPORTFILE.
       01  WS-POS-RPT-LINE         PIC X(132).

       FD  IDXREPORTFILE.
       01  WS-IDX-RPT-LINE         PIC X(100).

       FD  MOVLEDGERFILE.
       01  MOV-RECORD.
           05 MOV-CLIENTE          PIC 9(05).
           05 MOV-PRODUTO          PIC X(03).
           05 MOV-DATA             PIC 9(08).
           05 MOV-TIPO             PIC X(01).
              88 MOV-SALDO-INICIAL VALUE "S".
              88 MOV-APORTE        VALUE "C".
              88 MOV-RENDIMENTO    VALUE "J".
              88 MOV-RESGATE       VALUE "R".
              88 MOV-VENCIMENTO    VALUE "V".
              88 MOV-IR-RETIDO     VALUE "I".
           05 MOV-VALOR            PIC S9(11)V9(2)
                                   SIGN IS LEADING SEPARATE.
           05 MOV-REND-PARCELA     PIC 9(11)V9(2).
           05 MOV-SALDO            PIC 9(11)V9(2).
           05 MOV-ISENTO           PIC X(01).
           05 MOV-DATA-REG         PIC 9(08).

       WORKING-STORAGE SECTION.
       77  WS-PTH-INVPOSTRANS-DAT PIC X(44)
           VALUE "ASSETS/INVPOSTRANS.DAT".
       77  WS-PTH-INVPOS-DAT PIC X(44)
           VALUE "ASSETS/INVPOS.DAT".
       77  WS-PTH-INDHIST-DAT PIC X(44)
           VALUE "ASSETS/INDHIST.DAT".
       77  WS-PTH-PRODMF-DAT PIC X(44)
           VALUE "ASSETS/PRODMF.DAT".
       77  WS-PTH-IRCTL-DAT PIC X(44)
           VALUE "ASSETS/IRCTL.DAT".
       77  WS-PTH-CLIENTMF-DAT PIC X(44)
           VALUE "ASSETS/CLIENTMF.DAT".
       77  WS-PTH-INVPOS-RPT PIC X(44)
           VALUE "ASSETS/INVPOS.RPT".
       77  WS-PTH-INVIDX-RPT PIC X(44)
           VALUE "ASSETS/INVIDX.RPT".
       77  WS-PTH-INVMOV-DAT PIC X(44)
           VALUE "ASSETS/INVMOV.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-POS-RPT-LEN          PIC 9(03) VALUE 132.
       77  WS-IDX-RPT-LEN          PIC 9(03) VALUE 100.
       77  WS-TRN-STATUS           PIC X(02) VALUE SPACES.
           88 WS-TRN-STATUS-OK     VALUE "00".
           88 WS-TRN-NOT-FOUND     VALUE "35".
       77  WS-POS-STATUS           PIC X(02) VALUE SPACES.
           88 WS-POS-STATUS-OK     VALUE "00".
       77  WS-POS-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-POS-OPENED        VALUE "Y".
       77  WS-IND-STATUS           PIC X(02) VALUE SPACES.
           88 WS-IND-STATUS-OK     VALUE "00".
       77  WS-IND-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-IND-OPENED        VALUE "Y".
       77  WS-PRD-STATUS           PIC X(02) VALUE SPACES.
           88 WS-PRD-STATUS-OK     VALUE "00".
       77  WS-IR-STATUS            PIC X(02) VALUE SPACES.
           88 WS-IR-STATUS-OK      VALUE "00".
       77  WS-CLI-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CLI-STATUS-OK     VALUE "00".
       77  WS-MOV-STATUS           PIC X(02) VALUE SPACES.
           88 WS-MOV-STATUS-OK     VALUE "00".
           88 WS-MOV-NOT-FOUND     VALUE "35".
       77  WS-MOV-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-MOV-OPENED        VALUE "Y".
       77  WS-MOV-COUNT            PIC 9(07) VALUE ZEROS.
       77  WS-MOV-TIPO-RESG        PIC X(01) VALUE SPACES.
       77  WS-SEG-MES-IX           PIC 9(02) VALUE ZEROS.
       77  WS-SEG-ULT-DATA         PIC 9(08) VALUE ZEROS.
       77  WS-SEG-REND             PIC S9(11)V9(2) VALUE ZEROS.
       77  WS-SEG-ACUM             PIC S9(11)V9(2) VALUE ZEROS.

      *    ONE ACCRUAL BROKEN DOWN BY CALENDAR MONTH FOR THE LEDGER
       01  WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 14 TIMES.
              10 WS-SEG-DATA       PIC 9(08).
              10 WS-SEG-VALOR      PIC S9(11)V9(2).
              10 WS-SEG-SALDO      PIC 9(11)V9(2).
       01  WS-SEG-COUNT            PIC 9(2) VALUE ZEROS.
       01  SGX                     PIC 9(2) VALUE ZEROS.

       77  WS-TRN-OPEN-SW          PIC X(01) VALUE "N".
           88 WS-TRN-OPENED        VALUE "Y".
       77  WS-TRAILER-SW           PIC X(01) VALUE "N".
           88 WS-TRAILER-SEEN      VALUE "Y".

       77  WS-RENDIMENTO-PER       PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-ACCRUED-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-POSTED-COUNT         PIC 9(5) VALUE ZEROS.
       77  WS-REJECT-COUNT         PIC 9(5) VALUE ZEROS.
       77  WS-REND-PARCELA         PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-IMPOSTO              PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-LIQUIDO-PAGO         PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-FATOR-DIA            PIC 9(3)V9(14) VALUE ZEROS.
       77  WS-FATOR-ACUM           PIC 9(3)V9(14) VALUE ZEROS.
       77  WS-PER-INICIO           PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM             PIC 9(08) VALUE ZEROS.
       77  WS-NOVA-DATA-REND       PIC 9(08) VALUE ZEROS.
       77  WS-DATA-SALVA           PIC 9(08) VALUE ZEROS.
       77  WS-ANOMES-AUX           PIC 9(06) VALUE ZEROS.
       77  WS-DIA-UTIL             PIC X(01) VALUE "N".
       77  WS-DU-PERIODO           PIC 9(03) VALUE ZEROS.
       77  WS-FALTA-COUNT          PIC 9(05) VALUE ZEROS.
       77  WS-PEND-COUNT           PIC 9(05) VALUE ZEROS.
       77  WS-INIT-COUNT           PIC 9(05) VALUE ZEROS.
       77  WS-SUSP-SW              PIC X(01) VALUE "N".
           88 WS-ACCRUAL-SUSPENDED VALUE "Y".
       77  WS-STOP-SW              PIC X(01) VALUE "N".
           88 WS-ACCRUAL-STOP      VALUE "Y".
       77  WS-SUSP-MOTIVO          PIC X(50) VALUE SPACES.
       77  WS-IDX-OK               PIC X(01) VALUE "Y".
       77  WS-VALOR-MOV            PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-SALDO-RESTANTE       PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-DATA-REF             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-VALIDA          PIC X(01) VALUE "N".
       77  WS-MATURED-COUNT        PIC 9(5) VALUE ZEROS.
       77  WS-PROD-REJ-COUNT       PIC 9(3) VALUE ZEROS.
       77  WS-VENC-MESES           PIC 9(5) VALUE ZEROS.
       77  WS-VENC-QUOC            PIC 9(4) VALUE ZEROS.
       77  WS-VENC-RESTO           PIC 9(2) VALUE ZEROS.
       77  WS-PRODUTO-BUSCA        PIC X(03) VALUE SPACES.
       77  WS-CLIENTE-ANT          PIC 9(05) VALUE ZEROS.
       77  WS-STMT-SW              PIC X(01) VALUE "N".
           88 WS-STMT-STARTED      VALUE "Y".
       77  WS-CLI-PRINCIPAL        PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-CLI-RENDIMENTOS      PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-CLI-SALDO            PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-GER-PRINCIPAL        PIC 9(12)V9(2) VALUE ZEROS.
       77  WS-GER-RENDIMENTOS      PIC 9(12)V9(2) VALUE ZEROS.
       77  WS-GER-SALDO            PIC 9(12)V9(2) VALUE ZEROS.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-MOV-MES           PIC 9(2).
           05 WS-MOV-DIA           PIC 9(2).

       01  WS-VENC-DATE-SPLIT.
           05 WS-VENC-ANO          PIC 9(4).
           05 WS-VENC-MES          PIC 9(2).
           05 WS-VENC-DIA          PIC 9(2).
       01  WS-VENC-DATE-NUM REDEFINES WS-VENC-DATE-SPLIT
                                   PIC 9(8).

       01  WS-CAL-DATE-SPLIT.
           05 WS-CAL-ANO           PIC 9(4).
           05 WS-CAL-MES           PIC 9(2).
           05 WS-CAL-DIA           PIC 9(2).
       01  WS-CAL-DATE-NUM REDEFINES WS-CAL-DATE-SPLIT
                                   PIC 9(8).

       01  WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 30 TIMES.
              10 WS-PRD-CODIGO     PIC X(03).
              10 WS-PRD-NOME       PIC X(25).
              10 WS-PRD-REGRA      PIC X(01).
              10 WS-PRD-TAXA       PIC 9(3)V9(4).
              10 WS-PRD-ISENTO     PIC X(01).
              10 WS-PRD-MINIMO     PIC 9(9)V9(2).
              10 WS-PRD-VENC-REGRA PIC X(01).
              10 WS-PRD-PRAZO      PIC 9(04).
              10 WS-PRD-DATA-VENC  PIC 9(08).
              10 WS-PRD-INDICE     PIC X(04).
              10 WS-PRD-IDX        PIC 9(01).
       01  WS-PROD-COUNT           PIC 9(2) VALUE ZEROS.
       01  PRX                     PIC 9(2) VALUE ZEROS.

       01  WS-IDX-TABLE.
           05 WS-IDX-ENTRY OCCURS 5 TIMES.
              10 WS-IDX-CODIGO     PIC X(04).
              10 WS-IDX-PERIODO    PIC X(01).
              10 WS-IDX-INICIO     PIC 9(08).
       01  WS-IDX-COUNT            PIC 9(1) VALUE ZEROS.
       01  IXX                     PIC 9(1) VALUE ZEROS.

       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 370 TIMES.
              10 WS-DAY-DATA       PIC 9(08).
              10 WS-DAY-UTIL       PIC X(01).
              10 WS-DAY-MES-IX     PIC 9(02).
              10 WS-DAY-SLOT OCCURS 5 TIMES.
                 15 WS-DAY-FATOR   PIC 9(3)V9(10).
                 15 WS-DAY-SIT     PIC X(01).
       01  WS-DAY-COUNT            PIC 9(3) VALUE ZEROS.
       01  DYX                     PIC 9(3) VALUE ZEROS.
       01  WS-DIA-INI              PIC 9(3) VALUE ZEROS.

       01  WS-MONTH-TABLE.
           05 WS-MES-ENTRY OCCURS 14 TIMES.
              10 WS-MES-ANOMES     PIC 9(06).
              10 WS-MES-DU         PIC 9(02).
              10 WS-MES-SLOT OCCURS 5 TIMES.
                 15 WS-MES-FATOR   PIC 9(3)V9(10).
                 15 WS-MES-SIT     PIC X(01).
       01  WS-MONTH-COUNT          PIC 9(2) VALUE ZEROS.
       01  MSX                     PIC 9(2) VALUE ZEROS.
       01  WS-MES-DIA              PIC 9(2) VALUE ZEROS.

       01  WS-IR-TABLE.
           05 WS-IR-ENTRY OCCURS 10 TIMES.
              10 WS-IR-MESES-INI   PIC 9(3).
       01  POS-MOV-LINE.
           05 FILLER               PIC X(09) VALUE "CLIENTE  ".
           05 PML-CLIENTE          PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PML-PRODUTO          PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PML-TIPO             PIC X(08).
           05 FILLER               PIC X(08) VALUE "  VALOR ".
       01  POS-REJ-LINE.
           05 FILLER               PIC X(09) VALUE "CLIENTE  ".
           05 PRL-CLIENTE          PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PRL-PRODUTO          PIC X(03).
           05 FILLER               PIC X(03) VALUE " - ".
           05 PRL-TEXT             PIC X(40).

           05 FILLER               PIC X(09) VALUE "CLIENTE  ".
           05 PSL-CLIENTE          PIC 9(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PSL-NAME             PIC X(30).

       01  POS-HOLD-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 PHL-PRODUTO          PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PHL-NOME             PIC X(25).
           05 FILLER               PIC X(07) VALUE " PRINC ".
           05 PHL-PRINCIPAL        PIC Z(11)9,99.
           05 FILLER               PIC X(07) VALUE " REND  ".
           05 PHL-RENDIMENTOS      PIC Z(11)9,99.
           05 FILLER               PIC X(07) VALUE " SALDO ".
           05 PHL-SALDO            PIC Z(11)9,99.
           05 PHL-VENCTO-LBL       PIC X(08).
           05 PHL-VENCTO           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PHL-ISENTO           PIC X(09).

       01  POS-TOTAL-POSTED-LINE.
           05 FILLER               PIC X(30)
              VALUE "MOVIMENTOS REJEITADOS:        ".
           05 PTR-COUNT            PIC ZZZZ9.

       01  POS-TOTAL-MAT-LINE.
           05 FILLER               PIC X(30)
              VALUE "POSICOES VENCIDAS RESGATADAS: ".
           05 PTM-COUNT            PIC ZZZZ9.

       01  POS-TOTAL-LEDGER-LINE.
           05 FILLER               PIC X(30)
              VALUE "LANCAMENTOS NO RAZAO INVMOV:  ".
           05 PTL-COUNT            PIC ZZZZZZ9.

       01  POS-TOTAL-ACCR-LINE.
           05 FILLER               PIC X(30)
              VALUE "POSICOES REMUNERADAS:         ".
           05 PTA-COUNT            PIC ZZZZ9.

       01  IDX-PERIOD-LINE.
           05 FILLER               PIC X(11) VALUE "PERIODO DE ".
           05 IPL-INICIO           PIC 9(08).
           05 FILLER               PIC X(03) VALUE " A ".
           05 IPL-FIM              PIC 9(08).
           05 FILLER               PIC X(17)
              VALUE "   DIAS CORRIDOS ".
           05 IPL-DIAS             PIC ZZ9.
           05 FILLER               PIC X(14) VALUE "   DIAS UTEIS ".
           05 IPL-DU               PIC ZZ9.

       01  IDX-MONTH-LINE.
           05 FILLER               PIC X(04) VALUE "MES ".
           05 IML-ANOMES           PIC 9(06).
           05 FILLER               PIC X(22)
              VALUE "  DIAS UTEIS NO MES   ".
           05 IML-DU               PIC Z9.

       01  IDX-HEAD-LINE.
           05 FILLER               PIC X(07) VALUE "INDICE ".
           05 IHL-CODIGO           PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 IHL-PERIODO          PIC X(08).
           05 FILLER               PIC X(07) VALUE " DESDE ".
           05 IHL-INICIO           PIC 9(08).

       01  IDX-FACTOR-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 IFT-REF              PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 IFT-SITUACAO         PIC X(10).
           05 IFT-FATOR            PIC ZZ9,9999999999.
           05 IFT-FATOR-X REDEFINES IFT-FATOR
                                   PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 IFT-NOTA             PIC X(40).

       01  IDX-RESULT-LINE.
           05 IRS-TEXT             PIC X(50).
           05 IRS-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-ACCRUE.
           IF WS-ACCRUAL-SUSPENDED
               SET WS-EOF-POSTRANS TO TRUE
               SET WS-TRAILER-SEEN TO TRUE
           ELSE
               PERFORM 0007-MATURITIES
           END-IF.
           PERFORM 0004-POST-TRANS UNTIL WS-EOF-POSTRANS.
           IF WS-TRN-OPENED AND NOT WS-TRAILER-SEEN
               DISPLAY 'ERRO: INVPOSTRANS SEM REGISTRO TRAILER'
       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           OPEN OUTPUT POSREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "POSICOES REAIS DE INVESTIMENTO POR CLIENTE"
           WRITE WS-POS-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           PERFORM 0002-200-OPEN-POSITIONS.
           PERFORM 0002-350-LOAD-PRODUCTS.
           PERFORM 0002-400-LOAD-IR-TABLE.
           PERFORM 0002-450-LOAD-CLIENTS.
           IF WS-POS-OPENED
               PERFORM 0002-800-OPEN-LEDGER
           END-IF.
           PERFORM 0002-600-OPEN-TRANS.

      * THE LEDGER IS APPENDED TO. WHEN IT DOES NOT EXIST YET, EVERY
      * POSITION ALREADY HELD GETS AN OPENING-BALANCE LINE SO THE
      * STATEMENTS START FROM THE RIGHT FIGURE. WITHOUT A LEDGER
      * NOTHING IS POSTED AT ALL.
       0002-800-OPEN-LEDGER.
           OPEN EXTEND MOVLEDGERFILE.
           IF WS-MOV-NOT-FOUND
               OPEN OUTPUT MOVLEDGERFILE
               IF WS-MOV-STATUS-OK
                   SET WS-MOV-OPENED TO TRUE
                   MOVE "N" TO WS-EOF-POS-SW
                   MOVE LOW-VALUES TO POS-CHAVE
                   START POSITIONFILE KEY NOT < POS-CHAVE
                       INVALID KEY SET WS-EOF-POSITIONS TO TRUE
                   END-START
                   PERFORM 0003-400-READ-POSITION
                   PERFORM 0002-850-OPENING-BALANCE
                       UNTIL WS-EOF-POSITIONS
               END-IF
           ELSE
               IF WS-MOV-STATUS-OK
                   SET WS-MOV-OPENED TO TRUE
               END-IF
           END-IF.
           IF NOT WS-MOV-OPENED
               DISPLAY 'ERRO AO ABRIR INVMOV.DAT - STATUS '
                   WS-MOV-STATUS
               MOVE 1 TO RETURN-CODE
               CLOSE POSITIONFILE
               MOVE "N" TO WS-POS-OPEN-SW
               SET WS-EOF-POSTRANS TO TRUE
               SET WS-TRAILER-SEEN TO TRUE
           END-IF.

       0002-850-OPENING-BALANCE.
           IF POS-SALDO > ZEROS
               MOVE POS-PRODUTO TO WS-PRODUTO-BUSCA
               PERFORM 0008-FIND-PRODUCT
               IF POS-DATA-REND > ZEROS
                   MOVE POS-DATA-REND TO MOV-DATA
               ELSE
                   MOVE WS-RUN-DATE-NUM TO MOV-DATA
               END-IF
               MOVE "S" TO MOV-TIPO
               MOVE POS-SALDO TO MOV-VALOR
               MOVE POS-RENDIMENTOS TO MOV-REND-PARCELA
               MOVE POS-SALDO TO MOV-SALDO
               PERFORM 0009-WRITE-LEDGER
           END-IF.
           PERFORM 0003-400-READ-POSITION.

       0002-200-OPEN-POSITIONS.
           OPEN I-O POSITIONFILE.
           IF NOT WS-POS-STATUS-OK
               MOVE 1 TO RETURN-CODE
               SET WS-EOF-POSTRANS TO TRUE
               SET WS-TRAILER-SEEN TO TRUE
           ELSE
               SET WS-POS-OPENED TO TRUE
           END-IF.

       0002-350-LOAD-PRODUCTS.
           OPEN INPUT PRODMFFILE.
           IF WS-PRD-STATUS-OK
               READ PRODMFFILE
                   AT END SET WS-EOF-PRODMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-PRODMF
                   PERFORM 0002-360-CHECK-PRODUCT
                   READ PRODMFFILE
                       AT END SET WS-EOF-PRODMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRODMFFILE
           ELSE
               DISPLAY 'AVISO: PRODMF.DAT INDISPONIVEL - SEM '
                   'REMUNERACAO E SEM MOVIMENTOS'
           END-IF.

       0002-360-CHECK-PRODUCT.
           MOVE "Y" TO WS-DATA-VALIDA.
           IF PRDMF-VENCTO-REGRA = "D"
               CALL 'DATEVALID' USING PRDMF-DATA-VENCTO
                   WS-DATA-VALIDA
           END-IF.
           MOVE PRDMF-CODIGO TO WS-PRODUTO-BUSCA.
           PERFORM 0008-FIND-PRODUCT.
           MOVE "Y" TO WS-IDX-OK.
           IF PRDMF-REGRA = "C" OR PRDMF-REGRA = "I"
               PERFORM 0002-370-FIND-INDEX
               IF PRDMF-INDICE = SPACES
                   MOVE "N" TO WS-IDX-OK
               ELSE
               IF IXX > WS-IDX-COUNT
                   IF WS-IDX-COUNT NOT < 5
                       DISPLAY 'LIMITE DE 5 INDICES EXCEDIDO'
                       MOVE "N" TO WS-IDX-OK
                   END-IF
               ELSE
               IF (PRDMF-REGRA = "C"
                   AND WS-IDX-PERIODO(IXX) NOT = "D")
                  OR (PRDMF-REGRA = "I"
                      AND WS-IDX-PERIODO(IXX) NOT = "M")
                   DISPLAY 'AVISO: INDICE ' PRDMF-INDICE
                       ' USADO COMO DIARIO E COMO MENSAL'
                   MOVE "N" TO WS-IDX-OK
               END-IF
               END-IF
               END-IF
           END-IF.
           IF PRDMF-CODIGO = SPACES
              OR (PRDMF-REGRA NOT = "M" AND PRDMF-REGRA NOT = "A"
                  AND PRDMF-REGRA NOT = "C" AND PRDMF-REGRA NOT = "I")
              OR WS-IDX-OK NOT = "Y"
              OR PRDMF-TAXA IS NOT NUMERIC
              OR (PRDMF-ISENTO-IR NOT = "S"
                  AND PRDMF-ISENTO-IR NOT = "N")
              OR PRDMF-APLIC-MINIMA IS NOT NUMERIC
              OR (PRDMF-VENCTO-REGRA NOT = "L"
                  AND PRDMF-VENCTO-REGRA NOT = "P"
                  AND PRDMF-VENCTO-REGRA NOT = "D")
              OR (PRDMF-VENCTO-REGRA = "P"
                  AND (PRDMF-PRAZO-MESES IS NOT NUMERIC
                       OR PRDMF-PRAZO-MESES = ZEROS))
              OR WS-DATA-VALIDA NOT = "Y"
              OR PRX NOT > WS-PROD-COUNT
               DISPLAY 'AVISO: PRODUTO ' PRDMF-CODIGO
                   ' INVALIDO OU DUPLICADO EM PRODMF.DAT - IGNORADO'
               ADD 1 TO WS-PROD-REJ-COUNT
           ELSE
               IF WS-PROD-COUNT < 30
                   ADD 1 TO WS-PROD-COUNT
                   MOVE PRDMF-CODIGO TO WS-PRD-CODIGO(WS-PROD-COUNT)
                   MOVE PRDMF-NOME TO WS-PRD-NOME(WS-PROD-COUNT)
                   MOVE PRDMF-REGRA TO WS-PRD-REGRA(WS-PROD-COUNT)
                   MOVE PRDMF-TAXA TO WS-PRD-TAXA(WS-PROD-COUNT)
                   MOVE PRDMF-ISENTO-IR
                       TO WS-PRD-ISENTO(WS-PROD-COUNT)
                   MOVE PRDMF-APLIC-MINIMA
                       TO WS-PRD-MINIMO(WS-PROD-COUNT)
                   MOVE PRDMF-VENCTO-REGRA
                       TO WS-PRD-VENC-REGRA(WS-PROD-COUNT)
                   MOVE ZEROS TO WS-PRD-PRAZO(WS-PROD-COUNT)
                   MOVE ZEROS TO WS-PRD-DATA-VENC(WS-PROD-COUNT)
                   IF PRDMF-VENCTO-REGRA = "P"
                       MOVE PRDMF-PRAZO-MESES
                           TO WS-PRD-PRAZO(WS-PROD-COUNT)
                   END-IF
                   IF PRDMF-VENCTO-REGRA = "D"
                       MOVE PRDMF-DATA-VENCTO
                           TO WS-PRD-DATA-VENC(WS-PROD-COUNT)
                   END-IF
                   MOVE SPACES TO WS-PRD-INDICE(WS-PROD-COUNT)
                   MOVE ZEROS TO WS-PRD-IDX(WS-PROD-COUNT)
                   IF PRDMF-REGRA = "C" OR PRDMF-REGRA = "I"
                       PERFORM 0002-380-REGISTER-INDEX
                   END-IF
               ELSE
                   DISPLAY 'LIMITE DE 30 PRODUTOS EXCEDIDO'
               END-IF
           END-IF.

       0002-370-FIND-INDEX.
           PERFORM 0002-375-SCAN-INDEX
               VARYING IXX FROM 1 BY 1
               UNTIL IXX > WS-IDX-COUNT
                  OR WS-IDX-CODIGO(IXX) = PRDMF-INDICE.

       0002-375-SCAN-INDEX.
           CONTINUE.

       0002-380-REGISTER-INDEX.
           PERFORM 0002-370-FIND-INDEX.
           IF IXX > WS-IDX-COUNT
               ADD 1 TO WS-IDX-COUNT
               MOVE WS-IDX-COUNT TO IXX
               MOVE PRDMF-INDICE TO WS-IDX-CODIGO(IXX)
               MOVE 99999999 TO WS-IDX-INICIO(IXX)
               IF PRDMF-REGRA = "C"
                   MOVE "D" TO WS-IDX-PERIODO(IXX)
               ELSE
                   MOVE "M" TO WS-IDX-PERIODO(IXX)
               END-IF
           END-IF.
           MOVE PRDMF-INDICE TO WS-PRD-INDICE(WS-PROD-COUNT).
           MOVE IXX TO WS-PRD-IDX(WS-PROD-COUNT).

       0002-400-LOAD-IR-TABLE.
           OPEN INPUT IRCONTROLFILE.
           IF WS-IR-STATUS-OK
               AT END SET WS-EOF-POSTRANS TO TRUE
           END-READ.

       0003-ACCRUE.
           OPEN OUTPUT IDXREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "INDICES USADOS NA REMUNERACAO DIARIA" TO RPT-BH-TITLE.
           WRITE WS-IDX-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-IDX-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-IDX-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE 99999999 TO WS-PER-INICIO.
           IF WS-PROD-COUNT > ZEROS AND WS-POS-OPENED
               MOVE "N" TO WS-EOF-POS-SW
               MOVE LOW-VALUES TO POS-CHAVE
               START POSITIONFILE KEY NOT < POS-CHAVE
                   INVALID KEY SET WS-EOF-POSITIONS TO TRUE
               END-START
               PERFORM 0003-400-READ-POSITION
               PERFORM 0003-100-SCAN-POSITION
                   UNTIL WS-EOF-POSITIONS
           END-IF.
           IF WS-PER-INICIO = 99999999
               MOVE "NENHUMA POSICAO COM DIAS A REMUNERAR"
                   TO IRS-TEXT
               MOVE ZEROS TO IRS-COUNT
               WRITE WS-IDX-RPT-LINE FROM IDX-RESULT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 0003-200-BUILD-DAYS
               IF NOT WS-ACCRUAL-SUSPENDED
                   PERFORM 0003-300-LOAD-INDEXES
                   IF WS-FALTA-COUNT > ZEROS
                       SET WS-ACCRUAL-SUSPENDED TO TRUE
                       MOVE "INDICES FALTANTES NO PERIODO:"
                           TO WS-SUSP-MOTIVO
                   END-IF
               END-IF
               PERFORM 0003-800-INDEX-REPORT
               IF NOT WS-ACCRUAL-SUSPENDED
                   MOVE "N" TO WS-EOF-POS-SW
                   MOVE LOW-VALUES TO POS-CHAVE
                   START POSITIONFILE KEY NOT < POS-CHAVE
                       INVALID KEY SET WS-EOF-POSITIONS TO TRUE
                   END-START
                   PERFORM 0003-400-READ-POSITION
                   PERFORM 0003-500-ACCRUE-ONE
                       UNTIL WS-EOF-POSITIONS
               END-IF
               PERFORM 0003-890-REPORT-RESULT
           END-IF.
           IF WS-INIT-COUNT > ZEROS
               MOVE "POSICOES SEM DATA DE REMUNERACAO - INICIADAS HOJE:"
                   TO IRS-TEXT
               MOVE WS-INIT-COUNT TO IRS-COUNT
               WRITE WS-IDX-RPT-LINE FROM IDX-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE WS-IDX-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE IDXREPORTFILE.
           IF WS-IND-OPENED
               CLOSE INDHISTFILE
           END-IF.
           IF WS-ACCRUAL-SUSPENDED
               DISPLAY 'REMUNERACAO SUSPENSA - VER INVIDX.RPT'
               MOVE "REMUNERACAO SUSPENSA - MOVIMENTOS E VENCIMENTOS "
                   TO IRS-TEXT
               MOVE ZEROS TO IRS-COUNT
               WRITE WS-POS-RPT-LINE FROM IDX-RESULT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "RETIDOS ATE A CARGA DOS INDICES (VER INVIDX.RPT)"
                   TO IRS-TEXT
               WRITE WS-POS-RPT-LINE FROM IDX-RESULT-LINE
                   AFTER ADVANCING 1 LINE
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0003-100-SCAN-POSITION.
           IF POS-SALDO > ZEROS
               MOVE POS-PRODUTO TO WS-PRODUTO-BUSCA
               PERFORM 0008-FIND-PRODUCT
               IF PRX > WS-PROD-COUNT
                   MOVE POS-CLIENTE TO PRL-CLIENTE
                   MOVE POS-PRODUTO TO PRL-PRODUTO
                   MOVE "PRODUTO SEM CADASTRO - NAO REMUNERADO"
                       TO PRL-TEXT
                   WRITE WS-POS-RPT-LINE FROM POS-REJ-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
               IF POS-DATA-REND = ZEROS
                   MOVE WS-RUN-DATE-NUM TO POS-DATA-REND
                   REWRITE POS-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO INICIAR REMUNERACAO DO '
                               'CLIENTE ' POS-CLIENTE ' PRODUTO '
                               POS-PRODUTO ' - STATUS ' WS-POS-STATUS
                           MOVE 1 TO RETURN-CODE
                   END-REWRITE
                   ADD 1 TO WS-INIT-COUNT
               ELSE
                   PERFORM 0003-150-NOTE-START
               END-IF
               END-IF
           END-IF.
           PERFORM 0003-400-READ-POSITION.

       0003-150-NOTE-START.
           PERFORM 0003-160-SET-END.
           IF POS-DATA-REND < WS-DATA-FIM
               IF POS-DATA-REND < WS-PER-INICIO
                   MOVE POS-DATA-REND TO WS-PER-INICIO
               END-IF
               MOVE WS-PRD-IDX(PRX) TO IXX
               IF IXX > ZEROS
                   IF POS-DATA-REND < WS-IDX-INICIO(IXX)
                       MOVE POS-DATA-REND TO WS-IDX-INICIO(IXX)
                   END-IF
               END-IF
           END-IF.

       0003-160-SET-END.
           MOVE WS-RUN-DATE-NUM TO WS-DATA-FIM.
           IF POS-DATA-VENCTO > ZEROS
              AND POS-DATA-VENCTO < WS-DATA-FIM
               MOVE POS-DATA-VENCTO TO WS-DATA-FIM
           END-IF.

       0003-200-BUILD-DAYS.
           MOVE WS-PER-INICIO TO WS-CAL-DATE-NUM.
           PERFORM 0003-210-ADD-DAY
               UNTIL WS-CAL-DATE-NUM NOT < WS-RUN-DATE-NUM
                  OR WS-ACCRUAL-SUSPENDED.

       0003-210-ADD-DAY.
           IF WS-DAY-COUNT NOT < 370
               SET WS-ACCRUAL-SUSPENDED TO TRUE
               MOVE "PERIODO A REMUNERAR ACIMA DE 370 DIAS"
                   TO WS-SUSP-MOTIVO
           ELSE
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-CAL-DATE-NUM TO WS-DAY-DATA(WS-DAY-COUNT)
               CALL 'DIAUTIL' USING WS-CAL-DATE-SPLIT WS-DIA-UTIL
               MOVE WS-DIA-UTIL TO WS-DAY-UTIL(WS-DAY-COUNT)
               IF WS-DIA-UTIL = "Y"
                   ADD 1 TO WS-DU-PERIODO
               END-IF
               COMPUTE WS-ANOMES-AUX =
                   (WS-CAL-ANO * 100) + WS-CAL-MES
               IF WS-MONTH-COUNT = ZEROS
                  OR WS-MES-ANOMES(WS-MONTH-COUNT) NOT = WS-ANOMES-AUX
                   PERFORM 0003-220-ADD-MONTH
               END-IF
               MOVE WS-MONTH-COUNT TO WS-DAY-MES-IX(WS-DAY-COUNT)
               PERFORM 0003-215-INIT-DAY-SLOT
                   VARYING IXX FROM 1 BY 1 UNTIL IXX > 5
               PERFORM 0003-250-NEXT-DAY
           END-IF.

       0003-215-INIT-DAY-SLOT.
           MOVE 1 TO WS-DAY-FATOR(WS-DAY-COUNT, IXX).
           MOVE "-" TO WS-DAY-SIT(WS-DAY-COUNT, IXX).

       0003-220-ADD-MONTH.
           ADD 1 TO WS-MONTH-COUNT.
           MOVE WS-ANOMES-AUX TO WS-MES-ANOMES(WS-MONTH-COUNT).
           MOVE ZEROS TO WS-MES-DU(WS-MONTH-COUNT).
           PERFORM 0003-225-INIT-MONTH-SLOT
               VARYING IXX FROM 1 BY 1 UNTIL IXX > 5.
           MOVE WS-CAL-DATE-NUM TO WS-DATA-SALVA.
           PERFORM 0003-230-COUNT-MONTH-DAY
               VARYING WS-MES-DIA FROM 1 BY 1 UNTIL WS-MES-DIA > 31.
           MOVE WS-DATA-SALVA TO WS-CAL-DATE-NUM.

       0003-225-INIT-MONTH-SLOT.
           MOVE 1 TO WS-MES-FATOR(WS-MONTH-COUNT, IXX).
           MOVE "-" TO WS-MES-SIT(WS-MONTH-COUNT, IXX).

       0003-230-COUNT-MONTH-DAY.
           MOVE WS-MES-DIA TO WS-CAL-DIA.
           CALL 'DIAUTIL' USING WS-CAL-DATE-SPLIT WS-DIA-UTIL.
           IF WS-DIA-UTIL = "Y"
               ADD 1 TO WS-MES-DU(WS-MONTH-COUNT)
           END-IF.

       0003-250-NEXT-DAY.
           ADD 1 TO WS-CAL-DIA.
           MOVE "N" TO WS-DATA-VALIDA.
           CALL 'DATEVALID' USING WS-CAL-DATE-SPLIT WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = "Y"
               MOVE 1 TO WS-CAL-DIA
               ADD 1 TO WS-CAL-MES
               IF WS-CAL-MES > 12
                   MOVE 1 TO WS-CAL-MES
                   ADD 1 TO WS-CAL-ANO
               END-IF
           END-IF.

       0003-300-LOAD-INDEXES.
           IF WS-IDX-COUNT > ZEROS
               OPEN INPUT INDHISTFILE
               IF WS-IND-STATUS-OK
                   SET WS-IND-OPENED TO TRUE
               ELSE
                   DISPLAY 'AVISO: INDHIST.DAT INDISPONIVEL - STATUS '
                       WS-IND-STATUS
               END-IF
               PERFORM 0003-310-LOAD-ONE-INDEX
                   VARYING IXX FROM 1 BY 1 UNTIL IXX > WS-IDX-COUNT
           END-IF.

       0003-310-LOAD-ONE-INDEX.
           IF WS-IDX-INICIO(IXX) < 99999999
               IF WS-IDX-PERIODO(IXX) = "D"
                   PERFORM 0003-320-DAY-FACTOR
                       VARYING DYX FROM 1 BY 1
                       UNTIL DYX > WS-DAY-COUNT
               ELSE
                   COMPUTE WS-ANOMES-AUX = WS-IDX-INICIO(IXX) / 100
                   PERFORM 0003-330-MONTH-FACTOR
                       VARYING MSX FROM 1 BY 1
                       UNTIL MSX > WS-MONTH-COUNT
               END-IF
           END-IF.

       0003-320-DAY-FACTOR.
           IF WS-DAY-DATA(DYX) NOT < WS-IDX-INICIO(IXX)
              AND WS-DAY-UTIL(DYX) = "Y"
               MOVE "F" TO WS-DAY-SIT(DYX, IXX)
               IF WS-IND-OPENED
                   MOVE WS-IDX-CODIGO(IXX) TO IND-CODIGO
                   MOVE WS-DAY-DATA(DYX) TO IND-DATA
                   READ INDHISTFILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE IND-FATOR TO WS-DAY-FATOR(DYX, IXX)
                           MOVE SPACE TO WS-DAY-SIT(DYX, IXX)
                   END-READ
               END-IF
               IF WS-DAY-SIT(DYX, IXX) = "F"
                   ADD 1 TO WS-FALTA-COUNT
               END-IF
           END-IF.

       0003-330-MONTH-FACTOR.
           IF WS-MES-ANOMES(MSX) NOT < WS-ANOMES-AUX
               MOVE "F" TO WS-MES-SIT(MSX, IXX)
               IF WS-IND-OPENED
                   MOVE WS-IDX-CODIGO(IXX) TO IND-CODIGO
                   COMPUTE IND-DATA = (WS-MES-ANOMES(MSX) * 100) + 1
                   READ INDHISTFILE
                       INVALID KEY
                           PERFORM 0003-340-PENDING-OR-MISSING
                       NOT INVALID KEY
                           MOVE IND-FATOR TO WS-MES-FATOR(MSX, IXX)
                           MOVE SPACE TO WS-MES-SIT(MSX, IXX)
                   END-READ
               END-IF
               IF WS-MES-SIT(MSX, IXX) = "F"
                   ADD 1 TO WS-FALTA-COUNT
               END-IF
               IF WS-MES-SIT(MSX, IXX) = "P"
                   ADD 1 TO WS-PEND-COUNT
               END-IF
           END-IF.

      * A MONTH WITH NO LATER MONTH OF THE SAME INDEX ON FILE IS
      * SIMPLY NOT PUBLISHED YET; A HOLE BEFORE A PUBLISHED MONTH IS
      * A MISSING INDEX.
       0003-340-PENDING-OR-MISSING.
           MOVE "P" TO WS-MES-SIT(MSX, IXX).
           MOVE WS-IDX-CODIGO(IXX) TO IND-CODIGO.
           COMPUTE IND-DATA = (WS-MES-ANOMES(MSX) * 100) + 1.
           START INDHISTFILE KEY > IND-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ INDHISTFILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF IND-CODIGO = WS-IDX-CODIGO(IXX)
                               MOVE "F" TO WS-MES-SIT(MSX, IXX)
                           END-IF
                   END-READ
           END-START.

       0003-400-READ-POSITION.
           READ POSITIONFILE NEXT RECORD
               AT END SET WS-EOF-POSITIONS TO TRUE
           END-READ.

       0003-500-ACCRUE-ONE.
           IF POS-SALDO > ZEROS AND POS-DATA-REND > ZEROS
               MOVE POS-PRODUTO TO WS-PRODUTO-BUSCA
               PERFORM 0008-FIND-PRODUCT
               IF PRX NOT > WS-PROD-COUNT
                   PERFORM 0003-160-SET-END
                   IF POS-DATA-REND < WS-DATA-FIM
                       PERFORM 0003-600-CREDIT-EARNINGS
                   END-IF
               END-IF
           END-IF.
           PERFORM 0003-400-READ-POSITION.

       0003-550-SCAN-DAY.
           CONTINUE.

       0003-600-CREDIT-EARNINGS.
           MOVE 1 TO WS-FATOR-ACUM.
           MOVE "N" TO WS-STOP-SW.
           MOVE ZEROS TO WS-SEG-COUNT WS-SEG-ACUM WS-SEG-MES-IX
                         WS-SEG-ULT-DATA.
           MOVE WS-DATA-FIM TO WS-NOVA-DATA-REND.
           MOVE WS-PRD-IDX(PRX) TO IXX.
           PERFORM 0003-550-SCAN-DAY
               VARYING DYX FROM 1 BY 1
               UNTIL DYX > WS-DAY-COUNT
                  OR WS-DAY-DATA(DYX) = POS-DATA-REND.
           MOVE DYX TO WS-DIA-INI.
           PERFORM 0003-650-APPLY-DAY
               VARYING DYX FROM WS-DIA-INI BY 1
               UNTIL DYX > WS-DAY-COUNT
                  OR WS-DAY-DATA(DYX) NOT < WS-DATA-FIM
                  OR WS-ACCRUAL-STOP.
           MOVE ZEROS TO WS-RENDIMENTO-PER.
           IF WS-FATOR-ACUM > 1
               COMPUTE WS-RENDIMENTO-PER ROUNDED =
                   POS-SALDO * (WS-FATOR-ACUM - 1)
           END-IF.
           IF WS-RENDIMENTO-PER > ZEROS
               ADD WS-RENDIMENTO-PER TO POS-RENDIMENTOS
               ADD WS-RENDIMENTO-PER TO POS-SALDO
               ADD 1 TO WS-ACCRUED-COUNT
           END-IF.
           MOVE WS-NOVA-DATA-REND TO POS-DATA-REND.
           REWRITE POS-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REMUNERAR CLIENTE '
                       POS-CLIENTE ' PRODUTO ' POS-PRODUTO
                       ' - STATUS ' WS-POS-STATUS
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   IF WS-RENDIMENTO-PER > ZEROS
                       PERFORM 0003-680-POST-ACCRUAL
                   END-IF
           END-REWRITE.

       0003-650-APPLY-DAY.
           MOVE WS-DAY-MES-IX(DYX) TO MSX.
           IF WS-PRD-REGRA(PRX) = "I"
              AND WS-MES-SIT(MSX, IXX) = "P"
               SET WS-ACCRUAL-STOP TO TRUE
               MOVE WS-DAY-DATA(DYX) TO WS-NOVA-DATA-REND
           ELSE
               IF WS-SEG-ULT-DATA > ZEROS
                  AND WS-DAY-MES-IX(DYX) NOT = WS-SEG-MES-IX
                   PERFORM 0003-670-CLOSE-SEGMENT
               END-IF
               MOVE WS-DAY-MES-IX(DYX) TO WS-SEG-MES-IX
               MOVE WS-DAY-DATA(DYX) TO WS-SEG-ULT-DATA
               IF WS-DAY-UTIL(DYX) = "Y"
                   PERFORM 0003-660-DAY-FACTOR
                   COMPUTE WS-FATOR-ACUM ROUNDED =
                       WS-FATOR-ACUM * WS-FATOR-DIA
               END-IF
           END-IF.

      * THE EARNINGS UP TO THE LAST DAY OF A MONTH, LESS WHAT EARLIER
      * MONTHS OF THE SAME ACCRUAL ALREADY TOOK, GO ON THE LEDGER AS
      * THAT MONTH'S LINE.
       0003-670-CLOSE-SEGMENT.
           COMPUTE WS-SEG-REND ROUNDED =
               POS-SALDO * (WS-FATOR-ACUM - 1).
           IF WS-SEG-COUNT < 14 AND WS-SEG-REND NOT = WS-SEG-ACUM
               ADD 1 TO WS-SEG-COUNT
               MOVE WS-SEG-ULT-DATA TO WS-SEG-DATA(WS-SEG-COUNT)
               COMPUTE WS-SEG-VALOR(WS-SEG-COUNT) =
                   WS-SEG-REND - WS-SEG-ACUM
               COMPUTE WS-SEG-SALDO(WS-SEG-COUNT) =
                   POS-SALDO + WS-SEG-REND
               MOVE WS-SEG-REND TO WS-SEG-ACUM
           END-IF.

      * THE LAST MONTH TAKES WHATEVER IS LEFT OF THE AMOUNT ACTUALLY
      * CREDITED, SO THE LINES ALWAYS ADD UP TO IT.
       0003-680-POST-ACCRUAL.
           IF WS-RENDIMENTO-PER NOT = WS-SEG-ACUM
              AND WS-SEG-COUNT < 14
               ADD 1 TO WS-SEG-COUNT
               MOVE WS-SEG-ULT-DATA TO WS-SEG-DATA(WS-SEG-COUNT)
               COMPUTE WS-SEG-VALOR(WS-SEG-COUNT) =
                   WS-RENDIMENTO-PER - WS-SEG-ACUM
               MOVE POS-SALDO TO WS-SEG-SALDO(WS-SEG-COUNT)
           END-IF.
           PERFORM 0003-690-WRITE-SEGMENT
               VARYING SGX FROM 1 BY 1 UNTIL SGX > WS-SEG-COUNT.

       0003-690-WRITE-SEGMENT.
           MOVE WS-SEG-DATA(SGX) TO MOV-DATA.
           MOVE "J" TO MOV-TIPO.
           MOVE WS-SEG-VALOR(SGX) TO MOV-VALOR.
           MOVE ZEROS TO MOV-REND-PARCELA.
           MOVE WS-SEG-SALDO(SGX) TO MOV-SALDO.
           PERFORM 0009-WRITE-LEDGER.

       0003-660-DAY-FACTOR.
           MOVE 1 TO WS-FATOR-DIA.
           EVALUATE WS-PRD-REGRA(PRX)
               WHEN "A"
                   COMPUTE WS-FATOR-DIA ROUNDED =
                       (1 + WS-PRD-TAXA(PRX) / 100) ** (1 / 252)
               WHEN "M"
                   IF WS-MES-DU(MSX) > ZEROS
                       COMPUTE WS-FATOR-DIA ROUNDED =
                           (1 + WS-PRD-TAXA(PRX) / 100)
                           ** (1 / WS-MES-DU(MSX))
                   END-IF
               WHEN "C"
                   COMPUTE WS-FATOR-DIA =
                       WS-DAY-FATOR(DYX, IXX) - 1
                   COMPUTE WS-FATOR-DIA ROUNDED =
                       1 + (WS-FATOR-DIA * WS-PRD-TAXA(PRX) / 100)
               WHEN "I"
                   IF WS-MES-DU(MSX) > ZEROS
                       COMPUTE WS-FATOR-DIA ROUNDED =
                           (WS-MES-FATOR(MSX, IXX)
                            ** (1 / WS-MES-DU(MSX)))
                           * ((1 + WS-PRD-TAXA(PRX) / 100)
                              ** (1 / 252))
                   END-IF
           END-EVALUATE.

       0003-800-INDEX-REPORT.
           MOVE WS-PER-INICIO TO IPL-INICIO.
           IF WS-DAY-COUNT > ZEROS
               MOVE WS-DAY-DATA(WS-DAY-COUNT) TO IPL-FIM
           ELSE
               MOVE WS-PER-INICIO TO IPL-FIM
           END-IF.
           MOVE WS-DAY-COUNT TO IPL-DIAS.
           MOVE WS-DU-PERIODO TO IPL-DU.
           WRITE WS-IDX-RPT-LINE FROM IDX-PERIOD-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 0003-810-REPORT-MONTH-DU
               VARYING MSX FROM 1 BY 1 UNTIL MSX > WS-MONTH-COUNT.
           IF NOT WS-ACCRUAL-SUSPENDED OR WS-FALTA-COUNT > ZEROS
               PERFORM 0003-820-REPORT-INDEX
                   VARYING IXX FROM 1 BY 1 UNTIL IXX > WS-IDX-COUNT
           END-IF.

       0003-810-REPORT-MONTH-DU.
           MOVE WS-MES-ANOMES(MSX) TO IML-ANOMES.
           MOVE WS-MES-DU(MSX) TO IML-DU.
           WRITE WS-IDX-RPT-LINE FROM IDX-MONTH-LINE
               AFTER ADVANCING 1 LINE.

       0003-820-REPORT-INDEX.
           IF WS-IDX-INICIO(IXX) < 99999999
               MOVE WS-IDX-CODIGO(IXX) TO IHL-CODIGO
               MOVE WS-IDX-INICIO(IXX) TO IHL-INICIO
               IF WS-IDX-PERIODO(IXX) = "D"
                   MOVE "(DIARIO)" TO IHL-PERIODO
                   WRITE WS-IDX-RPT-LINE FROM IDX-HEAD-LINE
                       AFTER ADVANCING 2 LINES
                   PERFORM 0003-830-REPORT-DAY
                       VARYING DYX FROM 1 BY 1
                       UNTIL DYX > WS-DAY-COUNT
               ELSE
                   MOVE "(MENSAL)" TO IHL-PERIODO
                   WRITE WS-IDX-RPT-LINE FROM IDX-HEAD-LINE
                       AFTER ADVANCING 2 LINES
                   PERFORM 0003-840-REPORT-MONTH
                       VARYING MSX FROM 1 BY 1
                       UNTIL MSX > WS-MONTH-COUNT
               END-IF
           END-IF.

       0003-830-REPORT-DAY.
           IF WS-DAY-SIT(DYX, IXX) NOT = "-"
               MOVE WS-DAY-DATA(DYX) TO IFT-REF
               MOVE SPACES TO IFT-NOTA
               IF WS-DAY-SIT(DYX, IXX) = "F"
                   MOVE "FALTA" TO IFT-SITUACAO
                   MOVE SPACES TO IFT-FATOR-X
                   MOVE "DIA UTIL SEM INDICE PUBLICADO" TO IFT-NOTA
               ELSE
                   MOVE "FATOR" TO IFT-SITUACAO
                   MOVE WS-DAY-FATOR(DYX, IXX) TO IFT-FATOR
               END-IF
               PERFORM 0003-850-WRITE-FACTOR-LINE
           END-IF.

       0003-840-REPORT-MONTH.
           IF WS-MES-SIT(MSX, IXX) NOT = "-"
               MOVE WS-MES-ANOMES(MSX) TO IFT-REF
               MOVE SPACES TO IFT-NOTA
               EVALUATE WS-MES-SIT(MSX, IXX)
                   WHEN "F"
                       MOVE "FALTA" TO IFT-SITUACAO
                       MOVE SPACES TO IFT-FATOR-X
                       MOVE "MES ANTERIOR AO ULTIMO PUBLICADO"
                           TO IFT-NOTA
                   WHEN "P"
                       MOVE "PENDENTE" TO IFT-SITUACAO
                       MOVE SPACES TO IFT-FATOR-X
                       MOVE "AINDA NAO PUBLICADO - AGUARDA O INDICE"
                           TO IFT-NOTA
                   WHEN OTHER
                       MOVE "FATOR" TO IFT-SITUACAO
                       MOVE WS-MES-FATOR(MSX, IXX) TO IFT-FATOR
               END-EVALUATE
               PERFORM 0003-850-WRITE-FACTOR-LINE
           END-IF.

       0003-850-WRITE-FACTOR-LINE.
           MOVE IDX-FACTOR-LINE TO WS-IDX-RPT-LINE.
           CALL "DECFMT" USING WS-IDX-RPT-LINE, WS-IDX-RPT-LEN.
           WRITE WS-IDX-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0003-890-REPORT-RESULT.
           IF WS-ACCRUAL-SUSPENDED
               MOVE WS-SUSP-MOTIVO TO IRS-TEXT
               MOVE WS-FALTA-COUNT TO IRS-COUNT
               WRITE WS-IDX-RPT-LINE FROM IDX-RESULT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "REMUNERACAO SUSPENSA - NENHUM JURO CREDITADO"
                   TO IRS-TEXT
               MOVE ZEROS TO IRS-COUNT
               WRITE WS-IDX-RPT-LINE FROM IDX-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE "MESES DE INDICE MENSAL AINDA PENDENTES:"
                   TO IRS-TEXT
               MOVE WS-PEND-COUNT TO IRS-COUNT
               WRITE WS-IDX-RPT-LINE FROM IDX-RESULT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "REMUNERACAO CREDITADA - POSICOES REMUNERADAS:"
                   TO IRS-TEXT
               MOVE WS-ACCRUED-COUNT TO IRS-COUNT
               WRITE WS-IDX-RPT-LINE FROM IDX-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0004-POST-TRANS.
           IF IPT-TRAILER
           END-IF.

       0004-300-POST-ONE.
           MOVE IPT-PRODUTO TO WS-PRODUTO-BUSCA.
           PERFORM 0008-FIND-PRODUCT.
           MOVE "N" TO WS-DATA-VALIDA.
           CALL 'DATEVALID' USING IPT-DATA-MOV WS-DATA-VALIDA.
           IF IPT-VALOR = ZEROS
              OR (NOT IPT-APORTE AND NOT IPT-RESGATE)
               MOVE "MOVIMENTO INVALIDO (TIPO/VALOR)" TO PRL-TEXT
               PERFORM 0004-900-REJECT
           ELSE
           IF WS-DATA-VALIDA NOT = "Y"
               MOVE "DATA DO MOVIMENTO INVALIDA" TO PRL-TEXT
               PERFORM 0004-900-REJECT
           ELSE
           IF PRX > WS-PROD-COUNT
               MOVE "PRODUTO NAO CADASTRADO" TO PRL-TEXT
               PERFORM 0004-900-REJECT
           ELSE
           IF IPT-APORTE
              AND WS-PRD-VENC-REGRA(PRX) = "D"
              AND WS-PRD-DATA-VENC(PRX) NOT > IPT-DATA-MOV
               MOVE "APORTE EM PRODUTO JA VENCIDO" TO PRL-TEXT
               PERFORM 0004-900-REJECT
           ELSE
               MOVE IPT-CLIENTE TO POS-CLIENTE
               MOVE IPT-PRODUTO TO POS-PRODUTO
               READ POSITIONFILE
                   INVALID KEY
                       PERFORM 0004-400-NEW-POSITION
                   NOT INVALID KEY
                       PERFORM 0004-500-APPLY-MOVEMENT
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.

       0004-400-NEW-POSITION.
           IF IPT-RESGATE
               MOVE "RESGATE SEM POSICAO ABERTA" TO PRL-TEXT
               PERFORM 0004-900-REJECT
           ELSE
           IF IPT-VALOR < WS-PRD-MINIMO(PRX)
               MOVE "APORTE ABAIXO DA APLICACAO MINIMA" TO PRL-TEXT
               PERFORM 0004-900-REJECT
           ELSE
               MOVE IPT-CLIENTE TO POS-CLIENTE
               MOVE IPT-PRODUTO TO POS-PRODUTO
               MOVE IPT-VALOR TO POS-PRINCIPAL
               MOVE ZEROS TO POS-RENDIMENTOS
               MOVE IPT-VALOR TO POS-SALDO
               MOVE IPT-DATA-MOV TO POS-DATA-ABERTURA
               MOVE IPT-DATA-MOV TO POS-DATA-REND
               PERFORM 0004-450-SET-MATURITY
               WRITE POS-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO CRIAR POSICAO DO CLIENTE '
                           IPT-CLIENTE ' PRODUTO ' IPT-PRODUTO
                           ' - STATUS ' WS-POS-STATUS
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 0004-700-REPORT-APORTE
               END-WRITE
           END-IF
           END-IF.

       0004-450-SET-MATURITY.
           MOVE ZEROS TO POS-DATA-VENCTO.
           IF WS-PRD-VENC-REGRA(PRX) = "D"
               MOVE WS-PRD-DATA-VENC(PRX) TO POS-DATA-VENCTO
           END-IF.
           IF WS-PRD-VENC-REGRA(PRX) = "P"
               MOVE POS-DATA-ABERTURA TO WS-VENC-DATE-NUM
               COMPUTE WS-VENC-MESES =
                   WS-VENC-MES + WS-PRD-PRAZO(PRX) - 1
               DIVIDE WS-VENC-MESES BY 12
                   GIVING WS-VENC-QUOC REMAINDER WS-VENC-RESTO
               ADD WS-VENC-QUOC TO WS-VENC-ANO
               COMPUTE WS-VENC-MES = WS-VENC-RESTO + 1
               MOVE "N" TO WS-DATA-VALIDA
               PERFORM 0004-460-FIT-DAY
                   UNTIL WS-DATA-VALIDA = "Y"
               MOVE WS-VENC-DATE-NUM TO POS-DATA-VENCTO
           END-IF.

       0004-460-FIT-DAY.
           CALL 'DATEVALID' USING WS-VENC-DATE-SPLIT WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = "Y"
               SUBTRACT 1 FROM WS-VENC-DIA
           END-IF.

       0004-500-APPLY-MOVEMENT.
           IF IPT-APORTE
               IF POS-SALDO = ZEROS
                  AND IPT-VALOR < WS-PRD-MINIMO(PRX)
                   MOVE "APORTE ABAIXO DA APLICACAO MINIMA"
                       TO PRL-TEXT
                   PERFORM 0004-900-REJECT
               ELSE
                   PERFORM 0004-550-APPLY-APORTE
               END-IF
           ELSE
               PERFORM 0004-600-APPLY-RESGATE
           END-IF.

       0004-550-APPLY-APORTE.
           IF POS-SALDO = ZEROS
               MOVE ZEROS TO POS-PRINCIPAL
               MOVE ZEROS TO POS-RENDIMENTOS
               MOVE IPT-DATA-MOV TO POS-DATA-ABERTURA
               MOVE IPT-DATA-MOV TO POS-DATA-REND
               PERFORM 0004-450-SET-MATURITY
           END-IF.
           ADD IPT-VALOR TO POS-PRINCIPAL.
           ADD IPT-VALOR TO POS-SALDO.
           REWRITE POS-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO POSTAR APORTE DO CLIENTE '
                       IPT-CLIENTE ' PRODUTO ' IPT-PRODUTO
                       ' - STATUS ' WS-POS-STATUS
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0004-700-REPORT-APORTE
           END-REWRITE.

       0004-600-APPLY-RESGATE.
           IF IPT-VALOR > POS-SALDO
               MOVE "RESGATE ACIMA DO SALDO - RECUSADO" TO PRL-TEXT
               PERFORM 0004-900-REJECT
           ELSE
               COMPUTE WS-SALDO-RESTANTE = POS-SALDO - IPT-VALOR
               IF WS-SALDO-RESTANTE > ZEROS
                  AND WS-SALDO-RESTANTE < WS-PRD-MINIMO(PRX)
                   MOVE "SALDO RESTANTE ABAIXO DO MINIMO" TO PRL-TEXT
                   PERFORM 0004-900-REJECT
               ELSE
                   MOVE IPT-VALOR TO WS-VALOR-MOV
                   MOVE IPT-DATA-MOV TO WS-DATA-REF
                   PERFORM 0004-620-REDEEM
                   REWRITE POS-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO POSTAR RESGATE DO '
                               'CLIENTE ' IPT-CLIENTE ' PRODUTO '
                               IPT-PRODUTO ' - STATUS ' WS-POS-STATUS
                           MOVE 1 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE "RESGATE " TO PML-TIPO
                           MOVE "R" TO WS-MOV-TIPO-RESG
                           PERFORM 0004-680-REPORT-RESGATE
                           ADD 1 TO WS-POSTED-COUNT
                   END-REWRITE
               END-IF
           END-IF.

       0004-620-REDEEM.
           IF POS-SALDO > ZEROS
               COMPUTE WS-REND-PARCELA ROUNDED =
                   WS-VALOR-MOV * POS-RENDIMENTOS / POS-SALDO
           ELSE
               MOVE ZEROS TO WS-REND-PARCELA
           END-IF.
           MOVE ZEROS TO WS-ALIQUOTA.
           IF PRX > WS-PROD-COUNT
               PERFORM 0004-650-FIND-ALIQUOTA
           ELSE
               IF WS-PRD-ISENTO(PRX) NOT = "S"
                   PERFORM 0004-650-FIND-ALIQUOTA
               END-IF
           END-IF.
           COMPUTE WS-IMPOSTO ROUNDED =
               WS-REND-PARCELA * WS-ALIQUOTA / 100.
           COMPUTE WS-LIQUIDO-PAGO = WS-VALOR-MOV - WS-IMPOSTO.
           SUBTRACT WS-REND-PARCELA FROM POS-RENDIMENTOS.
           COMPUTE POS-PRINCIPAL =
               POS-PRINCIPAL - (WS-VALOR-MOV - WS-REND-PARCELA).
           SUBTRACT WS-VALOR-MOV FROM POS-SALDO.

       0004-650-FIND-ALIQUOTA.
           MOVE WS-DATA-REF TO WS-MOV-DATE-SPLIT.
           MOVE POS-DATA-ABERTURA TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-MESES-POSSE =
               ((WS-MOV-ANO - WS-RUN-ANO) * 12)
       0004-660-SCAN-IR.
           CONTINUE.

       0004-680-REPORT-RESGATE.
           MOVE POS-CLIENTE TO PML-CLIENTE.
           MOVE POS-PRODUTO TO PML-PRODUTO.
           MOVE WS-VALOR-MOV TO PML-VALOR.
           MOVE WS-IMPOSTO TO PML-IMPOSTO.
           MOVE WS-LIQUIDO-PAGO TO PML-LIQUIDO.
           PERFORM 0004-800-WRITE-MOV-LINE.
           MOVE WS-DATA-REF TO MOV-DATA.
           MOVE WS-MOV-TIPO-RESG TO MOV-TIPO.
           MOVE WS-VALOR-MOV TO MOV-VALOR.
           MOVE WS-REND-PARCELA TO MOV-REND-PARCELA.
           MOVE POS-SALDO TO MOV-SALDO.
           PERFORM 0009-WRITE-LEDGER.
           IF WS-IMPOSTO > ZEROS
               MOVE "I" TO MOV-TIPO
               MOVE WS-IMPOSTO TO MOV-VALOR
               PERFORM 0009-WRITE-LEDGER
           END-IF.

       0004-700-REPORT-APORTE.
           MOVE IPT-CLIENTE TO PML-CLIENTE.
           MOVE IPT-PRODUTO TO PML-PRODUTO.
           MOVE "APORTE  " TO PML-TIPO.
           MOVE IPT-VALOR TO PML-VALOR.
           MOVE ZEROS TO PML-IMPOSTO.
           MOVE IPT-VALOR TO PML-LIQUIDO.
           PERFORM 0004-800-WRITE-MOV-LINE.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE IPT-DATA-MOV TO MOV-DATA.
           MOVE "C" TO MOV-TIPO.
           MOVE IPT-VALOR TO MOV-VALOR.
           MOVE ZEROS TO MOV-REND-PARCELA.
           MOVE POS-SALDO TO MOV-SALDO.
           PERFORM 0009-WRITE-LEDGER.

       0004-800-WRITE-MOV-LINE.
           MOVE POS-MOV-LINE TO WS-POS-RPT-LINE.
           WRITE WS-POS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0004-900-REJECT.
           MOVE IPT-CLIENTE TO PRL-CLIENTE.
           MOVE IPT-PRODUTO TO PRL-PRODUTO.
           WRITE WS-POS-RPT-LINE FROM POS-REJ-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECT-COUNT.

       0005-STATEMENTS.
           IF WS-POS-OPENED
               MOVE "N" TO WS-EOF-POS-SW
               MOVE LOW-VALUES TO POS-CHAVE
               START POSITIONFILE KEY NOT < POS-CHAVE
                   INVALID KEY SET WS-EOF-POSITIONS TO TRUE
               END-START
               PERFORM 0003-400-READ-POSITION
               PERFORM 0005-500-WRITE-STATEMENT
                   UNTIL WS-EOF-POSITIONS
               IF WS-STMT-STARTED
                   PERFORM 0005-700-CLIENT-TOTAL
                   MOVE SPACES TO PHL-PRODUTO
                   MOVE "TOTAL GERAL" TO PHL-NOME
                   MOVE WS-GER-PRINCIPAL TO PHL-PRINCIPAL
                   MOVE WS-GER-RENDIMENTOS TO PHL-RENDIMENTOS
                   MOVE WS-GER-SALDO TO PHL-SALDO
                   PERFORM 0005-800-WRITE-TOTAL-LINE
               END-IF
           END-IF.

       0005-500-WRITE-STATEMENT.
           IF POS-SALDO > ZEROS
               IF WS-STMT-STARTED
                  AND POS-CLIENTE NOT = WS-CLIENTE-ANT
                   PERFORM 0005-700-CLIENT-TOTAL
               END-IF
               IF NOT WS-STMT-STARTED
                  OR POS-CLIENTE NOT = WS-CLIENTE-ANT
                   SET WS-STMT-STARTED TO TRUE
                   MOVE POS-CLIENTE TO WS-CLIENTE-ANT
                   MOVE POS-CLIENTE TO PSL-CLIENTE
                   PERFORM 0005-600-FIND-CLIENT
                   WRITE WS-POS-RPT-LINE FROM POS-STMT-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
               PERFORM 0005-550-WRITE-HOLDING
           END-IF.
           PERFORM 0003-400-READ-POSITION.

       0005-550-WRITE-HOLDING.
           MOVE POS-PRODUTO TO WS-PRODUTO-BUSCA.
           PERFORM 0008-FIND-PRODUCT.
           MOVE POS-PRODUTO TO PHL-PRODUTO.
           MOVE SPACES TO PHL-ISENTO.
           IF PRX > WS-PROD-COUNT
               MOVE "PRODUTO SEM CADASTRO" TO PHL-NOME
           ELSE
               MOVE WS-PRD-NOME(PRX) TO PHL-NOME
               IF WS-PRD-ISENTO(PRX) = "S"
                   MOVE "ISENTO IR" TO PHL-ISENTO
               END-IF
           END-IF.
           MOVE POS-PRINCIPAL TO PHL-PRINCIPAL.
           MOVE POS-RENDIMENTOS TO PHL-RENDIMENTOS.
           MOVE POS-SALDO TO PHL-SALDO.
           MOVE " VENCTO " TO PHL-VENCTO-LBL.
           IF POS-DATA-VENCTO = ZEROS
               MOVE "LIQUIDEZ" TO PHL-VENCTO
           ELSE
               MOVE POS-DATA-VENCTO TO PHL-VENCTO
           END-IF.
           MOVE POS-HOLD-LINE TO WS-POS-RPT-LINE.
           CALL "DECFMT" USING WS-POS-RPT-LINE, WS-POS-RPT-LEN.
           WRITE WS-POS-RPT-LINE
               AFTER ADVANCING 1 LINE.
           ADD POS-PRINCIPAL TO WS-CLI-PRINCIPAL.
           ADD POS-RENDIMENTOS TO WS-CLI-RENDIMENTOS.
           ADD POS-SALDO TO WS-CLI-SALDO.

       0005-600-FIND-CLIENT.
           PERFORM 0005-650-SCAN-CLIENT
       0005-650-SCAN-CLIENT.
           CONTINUE.

       0005-700-CLIENT-TOTAL.
           MOVE SPACES TO PHL-PRODUTO.
           MOVE "TOTAL DO CLIENTE" TO PHL-NOME.
           MOVE WS-CLI-PRINCIPAL TO PHL-PRINCIPAL.
           MOVE WS-CLI-RENDIMENTOS TO PHL-RENDIMENTOS.
           MOVE WS-CLI-SALDO TO PHL-SALDO.
           PERFORM 0005-800-WRITE-TOTAL-LINE.
           ADD WS-CLI-PRINCIPAL TO WS-GER-PRINCIPAL.
           ADD WS-CLI-RENDIMENTOS TO WS-GER-RENDIMENTOS.
           ADD WS-CLI-SALDO TO WS-GER-SALDO.
           MOVE ZEROS TO WS-CLI-PRINCIPAL.
           MOVE ZEROS TO WS-CLI-RENDIMENTOS.
           MOVE ZEROS TO WS-CLI-SALDO.

       0005-800-WRITE-TOTAL-LINE.
           MOVE SPACES TO PHL-VENCTO-LBL.
           MOVE SPACES TO PHL-VENCTO.
           MOVE SPACES TO PHL-ISENTO.
           MOVE POS-HOLD-LINE TO WS-POS-RPT-LINE.
           CALL "DECFMT" USING WS-POS-RPT-LINE, WS-POS-RPT-LEN.
           WRITE WS-POS-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0006-FINALIZE.
           MOVE WS-ACCRUED-COUNT TO PTA-COUNT.
           WRITE WS-POS-RPT-LINE FROM POS-TOTAL-ACCR-LINE
               AFTER ADVANCING 3 LINES.
           MOVE WS-MATURED-COUNT TO PTM-COUNT.
           WRITE WS-POS-RPT-LINE FROM POS-TOTAL-MAT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-POSTED-COUNT TO PTP-COUNT.
           WRITE WS-POS-RPT-LINE FROM POS-TOTAL-POSTED-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-REJECT-COUNT TO PTR-COUNT.
           WRITE WS-POS-RPT-LINE FROM POS-TOTAL-REJ-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-MOV-COUNT TO PTL-COUNT.
           WRITE WS-POS-RPT-LINE FROM POS-TOTAL-LEDGER-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-POS-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE POSREPORTFILE.
           IF WS-POS-OPENED
               CLOSE POSITIONFILE
           END-IF.
           IF WS-MOV-OPENED
               CLOSE MOVLEDGERFILE
           END-IF.
           IF WS-ENV-BROKEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           END-IF.
           DISPLAY 'POSTAGEM DE POSICOES DE INVESTIMENTO CONCLUIDA'.

       0007-MATURITIES.
           IF WS-POS-OPENED
               MOVE "N" TO WS-EOF-POS-SW
               MOVE LOW-VALUES TO POS-CHAVE
               START POSITIONFILE KEY NOT < POS-CHAVE
                   INVALID KEY SET WS-EOF-POSITIONS TO TRUE
               END-START
               PERFORM 0003-400-READ-POSITION
               PERFORM 0007-500-CHECK-MATURITY
                   UNTIL WS-EOF-POSITIONS
           END-IF.

       0007-500-CHECK-MATURITY.
           IF POS-DATA-VENCTO > ZEROS
              AND POS-DATA-VENCTO NOT > WS-RUN-DATE-NUM
              AND POS-SALDO > ZEROS
               MOVE POS-PRODUTO TO WS-PRODUTO-BUSCA
               PERFORM 0008-FIND-PRODUCT
               MOVE POS-SALDO TO WS-VALOR-MOV
               MOVE POS-DATA-VENCTO TO WS-DATA-REF
               PERFORM 0004-620-REDEEM
               REWRITE POS-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO RESGATAR VENCIMENTO DO '
                           'CLIENTE ' POS-CLIENTE ' PRODUTO '
                           POS-PRODUTO ' - STATUS ' WS-POS-STATUS
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE "VENCTO  " TO PML-TIPO
                       MOVE "V" TO WS-MOV-TIPO-RESG
                       PERFORM 0004-680-REPORT-RESGATE
                       ADD 1 TO WS-MATURED-COUNT
               END-REWRITE
           END-IF.
           PERFORM 0003-400-READ-POSITION.

       0008-FIND-PRODUCT.
           PERFORM 0008-500-SCAN-PRODUCT
               VARYING PRX FROM 1 BY 1
               UNTIL PRX > WS-PROD-COUNT
                  OR WS-PRD-CODIGO(PRX) = WS-PRODUTO-BUSCA.

       0008-500-SCAN-PRODUCT.
           CONTINUE.

      * CALLER FILLS DATE, TYPE, VALUE, EARNINGS SHARE AND BALANCE;
      * THE POSITION KEY AND THE PRODUCT'S IR-EXEMPT FLAG COME FROM
      * THE CURRENT POSITION AND PRX.
       0009-WRITE-LEDGER.
           IF WS-MOV-OPENED
               MOVE POS-CLIENTE TO MOV-CLIENTE
               MOVE POS-PRODUTO TO MOV-PRODUTO
               MOVE "N" TO MOV-ISENTO
               IF PRX NOT > WS-PROD-COUNT
                   IF WS-PRD-ISENTO(PRX) = "S"
                       MOVE "S" TO MOV-ISENTO
                   END-IF
               END-IF
               MOVE WS-RUN-DATE-NUM TO MOV-DATA-REG
               WRITE MOV-RECORD
               ADD 1 TO WS-MOV-COUNT
           END-IF.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-INVPOSTRANS-DAT.
           CALL "DATADIR" USING WS-PTH-INVPOS-DAT.
           CALL "DATADIR" USING WS-PTH-INDHIST-DAT.
           CALL "DATADIR" USING WS-PTH-PRODMF-DAT.
           CALL "DATADIR" USING WS-PTH-IRCTL-DAT.
           CALL "DATADIR" USING WS-PTH-CLIENTMF-DAT.
           CALL "DATADIR" USING WS-PTH-INVPOS-RPT.
           CALL "DATADIR" USING WS-PTH-INVIDX-RPT.
           CALL "DATADIR" USING WS-PTH-INVMOV-DAT.

       END PROGRAM INVPOS.
