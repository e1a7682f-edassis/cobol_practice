      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - THE CADASTRO NOW CARRIES EACH BOOK'S DEFAULT
      *              SUPPLIER (CAD-FORNECEDOR). INCLUIR AND ALTERAR ASK
      *              FOR IT AND REFUSE A CODE NOT ON FORNECMF.DAT
      *              (BLANK = NO SUPPLIER YET); CONSULTAR SHOWS THE
      *              CODE AND NAME. AUDIT IMAGES WIDENED TO X(73).
      * 15/10/2026 - STOCK RECEIPTS (OPTION E) NOW ASK FOR THE UNIT
      *              COST IN CENTAVOS; BLANK LEAVES IT FOR THE NIGHTLY
      *              POSTING TO TAKE FROM THE MATCHED ORDER.
      * 15/10/2026 - OPTION E CAN NOW CONFIRM A SUPPLIER'S ADVANCE SHIP
      *              NOTICE INSTEAD OF KEYING THE BOXES: GIVEN THE
      *              ORDER NUMBER, EACH LINE STAGED ON ASNPEND.DAT IS
      *              SHOWN WITH THE QUANTITY SHIPPED, THE CLERK TAKES
      *              IT AS IS (BLANK), ADJUSTS IT, OR ANSWERS 0 TO KEEP
      *              IT PENDING, AND THE CONFIRMED LINE IS APPENDED TO
      *              STOCKRCPT.DAT FOR THE NIGHTLY POSTING.
      * 15/10/2026 - NEW OPTION B (SUPERVISOR): STOCK WRITE-OFF. BOOK,
      *              BRANCH, QUANTITY, REASON (D=DAMAGED, F=THEFT,
      *              A=SAMPLE/PROMOTIONAL, O=OTHER) AND DATE ARE
      *              APPENDED WITH THE SIGNED-ON OPERATOR TO
      *              PERDATRANS.DAT FOR THE NIGHTLY POSTING.
      * 15/10/2026 - THE CADASTRO NOW CARRIES EACH BOOK'S SUBJECT
      *              CATEGORY (CAD-CATEGORIA). INCLUIR AND ALTERAR ASK
      *              FOR IT AND REFUSE A CODE NOT ON CATEGMF.DAT
      *              (BLANK = NOT YET CLASSIFIED); CONSULTAR SHOWS THE
      *              CODE AND DESCRIPTION. AUDIT IMAGES WIDENED TO
      *              X(76).
      * 15/10/2026 - THE CADASTRO NOW CARRIES EACH BOOK'S ISBN-13
      *              (CAD-ISBN). INCLUIR AND ALTERAR ASK FOR IT, CHECK
      *              THE CHECK DIGIT THROUGH ISBNVALID AND REFUSE AN
      *              ISBN ALREADY GIVEN TO ANOTHER BOOK; THE INDEXED
      *              CROSS-REFERENCE ISBNXREF.DAT (ISBN TO BOOK
      *              NUMBER) IS KEPT IN STEP ON INCLUIR, ALTERAR AND
      *              EXCLUIR. OPTIONS 8, D AND E, AND THE BOOK NUMBER
      *              ON THE REJECT CORRECTION SCREEN, NOW TAKE EITHER
      *              THE 5-DIGIT BOOK NUMBER OR A SCANNED ISBN.
      *              REJECTS OF REASON 05 (ISBN NOT ON FILE) SHOW THE
      *              SCANNED ISBN. AUDIT IMAGES WIDENED TO X(89).
      * 15/10/2026 - COUNTER SALES (OPTION 8) NOW APPLY ANY PROMOTION
      *              IN FORCE FOR THE TITLE (OR ITS CATEGORY) IN THE
      *              SALE REGION ON THE SALE DATE, LOOKED UP THROUGH
      *              THE SHARED PROMOFIND ROUTINE ON PROMOMF.DAT. THE
      *              SCREEN SHOWS THE PROMOTION AND DISCOUNTED PRICE,
      *              THE RECEIPT PRINTS A DISCOUNT LINE, AND THE TOTAL
      *              ON THE RECEIPT AND IN TILL.DAT IS THE DISCOUNTED
      *              VALUE.
      * 15/10/2026 - GIFT VOUCHERS. NEW OPTION V SELLS A VOUCHER (VALUE
      *              IN CENTAVOS, EXPIRY DATE - BLANK = ONE YEAR -
      *              AND ISSUING BRANCH) UNDER A GENERATED 8-DIGIT
      *              NUMBER (7-DIGIT SEQUENCE FROM VALECTL.DAT PLUS A
      *              MODULO-11 CHECK DIGIT) AND RECORDS IT IN THE
      *              INDEXED VOUCHER MASTER VALEMF.DAT WITH THE
      *              SIGNED-ON OPERATOR; IT ALSO LOOKS A VOUCHER UP.
      *              OPTION 8 NOW TAKES A VOUCHER AS PAYMENT: THE
      *              SALE TOTAL, OR AS MUCH OF IT AS THE BALANCE
      *              COVERS, COMES OFF THE VOUCHER AND THE RECEIPT
      *              SHOWS THE AMOUNT PAID, THE BALANCE LEFT AND WHAT
      *              REMAINS TO PAY. A COUNTER RETURN CAN BE REFUNDED
      *              AS STORE CREDIT ON A NEW OR AN EXISTING VOUCHER.
      *              EVERY ISSUE, CREDIT AND REDEMPTION IS APPENDED TO
      *              VALETRANS.DAT FOR THE NIGHTLY VOUCHER REPORT AND
      *              THE LEDGER EXTRACT. TILL.DAT CARRIES THE VOUCHER
      *              NUMBER AND THE AMOUNT PAID BY VOUCHER; A VOUCHER
      *              SALE GOES TO THE TILL AS BOOK "VALE".
      * 15/10/2026 - OPTION 8 AND THE VOUCHER SALE NOW ASK HOW THE
      *              CUSTOMER PAID: CASH (D), DEBIT CARD (B), CREDIT
      *              CARD (C), PIX (P) OR A GIFT VOUCHER (V, ONE PER
      *              RECEIPT, NOT ACCEPTED FOR A VOUCHER SALE), SPLIT
      *              ACROSS AS MANY TENDERS AS NEEDED UNTIL NOTHING IS
      *              LEFT TO PAY. BLANK AMOUNT = WHAT REMAINS; ONLY
      *              CASH MAY EXCEED IT, THE EXCESS BEING CHANGE. THE
      *              RECEIPT PRINTS ONE LINE PER TENDER AND THE CHANGE,
      *              AND TILL.DAT CARRIES THE CASH, DEBIT, CREDIT AND
      *              PIX AMOUNTS (CASH NET OF CHANGE) FOR THE TILL
      *              REPORT AND THE CARD/PIX RECONCILIATION.
      * 15/10/2026 - EVERY COMPLETED COUNTER SALE NOW GENERATES ITS
      *              NFC-E (MODEL 65). THE FIRST SALE OF A SESSION ASKS
      *              FOR THE COUNTER'S BRANCH, WHOSE CNPJ, IE, STATE
      *              CODE AND SERIES COME FROM BRANCHMF.DAT; EACH SALE
      *              ASKS FOR THE CUSTOMER'S CPF OR CNPJ (OPTIONAL,
      *              CHECKED BY DOCVALID). THE NUMBER IS THE NEXT FOR
      *              THE BRANCH AND SERIES IN NFCECTL.DAT AND THE
      *              44-DIGIT ACCESS KEY CARRIES ITS MODULO-11 CHECK
      *              DIGIT. THE DOCUMENT - HEADER (C), ITEM WITH ISBN,
      *              NCM AND CFOP (I) AND ONE LINE PER TENDER (P) - IS
      *              APPENDED TO NFCEPEND.DAT FOR TRANSMISSION BY THE
      *              NIGHTLY NFCEAUT STEP, AND THE RECEIPT PRINTS THE
      *              SERIES, NUMBER AND ACCESS KEY.
      * 15/10/2026 - ON-ACCOUNT SALES FOR SCHOOLS AND LIBRARIES. THE
      *              CLIENT MASTER (OPTION 9) NOW CARRIES A CREDIT
      *              LIMIT - ZERO MEANS NO ACCOUNT - AND THE BALANCE
      *              OWED. OPTION 8 TAKES A NEW TENDER A (A PRAZO) WHEN
      *              THE SALE IS FOR A CLIENT WITH A LIMIT, REFUSING IT
      *              WHEN THE BALANCE PLUS THE AMOUNT WOULD EXCEED THE
      *              LIMIT; THE AMOUNT GOES ON THE CLIENT'S BALANCE AND
      *              ON THE CUSTOMER LEDGER CLIMOVTO.DAT WITH THE
      *              RECEIPT NUMBER. NEW OPTION Q TAKES A PAYMENT FROM
      *              A CLIENT AGAINST THE BALANCE, IN ANY COUNTER
      *              TENDER, PRINTS A RECEIPT, POSTS IT TO THE LEDGER
      *              AND GOES TO THE TILL AS BOOK "CONTA". TILL.DAT
      *              CARRIES THE ON-ACCOUNT AMOUNT OF EACH RECEIPT. A
      *              CLIENT STILL OWING CANNOT BE EXCLUDED.
      * 15/10/2026 - THE CLIENT MASTER NOW RECORDS WHETHER THE CLIENT
      *              ACCEPTS MARKETING CONTACT (S/N, BLANK ON EXISTING
      *              CLIENTS COUNTS AS S), ASKED ON INCLUSION AND
      *              ALTERATION AND SHOWN ON CONSULTATION; CLISEG
      *              LEAVES CLIENTS WHO REFUSED OUT OF ITS LISTS.
      * 15/10/2026 - CLIENT MENU OPTION 5 REGISTERS A DATA-SUBJECT
      *              REQUEST (LGPD) FOR ACCESS OR ERASURE IN
      *              LGPDREQ.DAT WITH A PROTOCOL NUMBER AND A 15-DAY
      *              DEADLINE; LGPDACES AND LGPDELIM SERVE THEM IN THE
      *              BATCH. CLIENT ID 999999 IS RESERVED FOR ERASED
      *              CLIENTS AND IS NO LONGER ACCEPTED AT THE PROMPT.
      * 15/10/2026 - NEW OPTION I, OPEN TO LEVEL 1 OPERATORS, FINDS A
      *              CLIENT BY ID OR BY PART OF THE NAME AND SHOWS THE
      *              LAST PURCHASES (LIVE FILE AND BSHIST.DAT) WITH
      *              TITLES, THE OPEN AND LOST BACKORDERS WITH THEIR
      *              AGE AND THE ON-ACCOUNT POSITION. FROM THERE THE
      *              CLERK GOES STRAIGHT INTO A COUNTER SALE OR A
      *              BACKORDER WITH THE CLIENT ALREADY FILLED IN.
      * 15/10/2026 - NEW REPORT OPTION W RUNS THE ONLINE-SHOP ORDER
      *              IMPORT (WEBPED) ON DEMAND, UNDER THE RUN LOCK,
      *              WHEN ORDERS CANNOT WAIT FOR THE NIGHT RUN.
      * 15/10/2026 - A "D" CHANGE ON OPTION T NOW ASKS FOR THE KIND OF
      *              TERMINATION (S SEM JUSTA CAUSA, J JUSTA CAUSA,
      *              P PEDIDO DE DEMISSAO, T TERMINO DE CONTRATO),
      *              WHETHER NOTICE IS WORKED OR PAID (DISMISSAL
      *              WITHOUT CAUSE ONLY) AND THE DAYS OF ACCRUED
      *              VACATION STILL OWED, FOR THE RESCISAO RUN.
      * 15/10/2026 - EMPLOYEE MENU OPTION 5 SCHEDULES A VACATION (START
      *              DATE, DAYS, WHETHER 10 DAYS ARE SOLD BACK) ON
      *              FERIASPROG.DAT, CHECKED AGAINST THE BALANCE OF THE
      *              COMPLETED ACCRUAL PERIODS ON THE VACATION LEDGER
      *              FERIAS.DAT LESS WHAT IS ALREADY WAITING TO BE
      *              ALLOCATED. A PAST START DATE IS ACCEPTED SO TIME
      *              TAKEN BEFORE THE LEDGER CAN BE KEYED FROM THE
      *              CARDS; FOLHA ONLY PAYS A VACATION IN ITS START
      *              MONTH.
      * 15/10/2026 - EMPLOYEE MENU OPTION 6 KEEPS THE RECURRING PAYROLL
      *              DEDUCTIONS ON EMPDESC.DAT: LISTS THE EMPLOYEE'S
      *              ENTRIES, ADDS ONE (TYPE VT, VR, SA, DP, SI OR CO;
      *              FIXED VALUE OR PERCENT OF SALARY; START MONTH; END
      *              MONTH, OR THE NUMBER OF INSTALLMENTS FOR A LOAN)
      *              OR CLOSES ONE. VT TAKES THE MONTHLY VOUCHER COST
      *              AND IS ALWAYS 6% OF SALARY UP TO THAT COST.
      * 15/10/2026 - EMPLOYEE SCREENS TAKE THE DEPARTMENT FROM THE NEW
      *              DEPARTMENT MASTER DEPTOMF.DAT (ANY CODE WHILE THE
      *              FILE IS MISSING OR EMPTY). A HIRE, TRANSFER,
      *              REACTIVATION OR RAISE THAT WOULD TAKE THE
      *              DEPARTMENT PAST ITS APPROVED HEADCOUNT OR MONTHLY
      *              BUDGET GOES TO THE SALAPPR QUEUE INSTEAD OF THE
      *              MASTER. SALAPPR RECORDS NOW CARRY THE TYPE (I =
      *              HIRE), THE REASON (L = APPRCTL LIMIT, Q =
      *              HEADCOUNT, O = BUDGET) AND THE NEW DEPARTMENT,
      *              SITUACAO AND HIRE DATA; APPROVING A HIRE WRITES
      *              THE EMPLOYEE. THE DEPARTMENT TABLE IS RELOADED
      *              AFTER THE CONTROL-FILE MAINTENANCE OPTION.
      * 15/10/2026 - THE REORDER-POINT OPTION NOW JOURNALS THE
      *              BOOKINV.DAT RECORD IT WRITES (BEFORE AND AFTER
      *              IMAGE, THROUGH INVJRNL) LIKE THE BATCH POSTINGS, SO
      *              INVRECOV CAN ROLL THE SETTING FORWARD TOO.
      * 15/10/2026 - USERMF.DAT CARRIES THE USER'S OWN MATRICULA AT THE
      *              END OF THE RECORD (KEPT THROUGH THE SIGN-ON
      *              REWRITE), SO THE PRIVILEGE REVIEW CAN TELL A USER
      *              CHANGING THEIR OWN SALARY. SECCTL.DAT GAINS THE
      *              BUSINESS HOURS AND THE DAYS WITHOUT SIGN-ON BEFORE
      *              A USER IS LISTED FOR DEACTIVATION (READ BY
      *              PRIVREV). NEW REPORT OPTION P (PRIVREV) PRINTS THE
      *              MONTHLY PRIVILEGED-ACTIVITY AND SEGREGATION-OF-
      *              DUTIES REVIEW.
      * 15/10/2026 - THE SALAPPR WORK COPY NOW HOLDS THE WHOLE 113-BYTE
      *              REQUEST, SO THE GRADE AND SITUACAO OF A HIRE
      *              SURVIVE THE REWRITE OF THE QUEUE.
      * 15/10/2026 - THE DEPARTMENT AND GRADE CONTROL FILES ARE READ AT
      *              THEIR FULL WIDTH (DEPTOMF.DAT 58 BYTES WITH THE
      *              BRANCH, GRADECTL.DAT 35 WITH THE BAND), SO NO LINE
      *              IS SPLIT INTO A FALSE DEPARTMENT OR GRADE.
      * 15/10/2026 - CHANGE IS GIVEN ONLY ON A CASH TENDER. A DEBIT,
      *              CREDIT OR PIX AMOUNT ABOVE WHAT IS LEFT TO PAY
      *              IS REFUSED (VALOR ACIMA DO SALDO) AND THE TENDER
      *              ASKED FOR AGAIN, SO THE TROCO ADDED BACK ONTO
      *              THE DINHEIRO LINE OF THE RECEIPT IS ALWAYS CASH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN.
           SELECT SALAPPRTEMP ASSIGN TO DYNAMIC
               WS-PTH-SALAPPR-TMP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPTOMFFILE ASSIGN TO DYNAMIC
               WS-PTH-DEPTOMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPT-STATUS.
           SELECT PERIODCTLFILE ASSIGN TO DYNAMIC
               WS-PTH-PERIODCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               WS-PTH-EMPSTATTRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTR-STATUS.
           SELECT FERIASPROGFILE ASSIGN TO DYNAMIC
               WS-PTH-FERIASPROG-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPROG-STATUS.
           SELECT FERIASLEDGERFILE ASSIGN TO DYNAMIC
               WS-PTH-FERIAS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLED-STATUS.
           SELECT EMPDESCFILE ASSIGN TO DYNAMIC
               WS-PTH-EMPDESC-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDSC-STATUS.
           SELECT EMPDESCTEMP ASSIGN TO DYNAMIC
               WS-PTH-EMPDESC-TMP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CLIENTEID
               FILE STATUS IS WS-CLI-STATUS.
           SELECT FORNECMFFILE ASSIGN TO DYNAMIC
               WS-PTH-FORNECMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORN-STATUS.
           SELECT CATEGMFFILE ASSIGN TO DYNAMIC
               WS-PTH-CATEGMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATG-STATUS.
           SELECT ISBNXREFFILE ASSIGN TO DYNAMIC WS-PTH-ISBNXREF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ISBN
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ASNPENDFILE ASSIGN TO DYNAMIC WS-PTH-ASNPEND-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASNP-CHAVE
               FILE STATUS IS WS-ASNP-STATUS.
           SELECT PERDATRANSFILE ASSIGN TO DYNAMIC
               WS-PTH-PERDATRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT VALEMFFILE ASSIGN TO DYNAMIC WS-PTH-VALEMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS WS-VAL-STATUS.
           SELECT VALETRANSFILE ASSIGN TO DYNAMIC
               WS-PTH-VALETRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTR-STATUS.
           SELECT VALECTLFILE ASSIGN TO DYNAMIC
               WS-PTH-VALECTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCT-STATUS.
           SELECT BRANCHMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-BRANCHMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS.
           SELECT NFCECTLFILE ASSIGN TO DYNAMIC
               WS-PTH-NFCECTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCT-STATUS.
           SELECT NFCEPENDFILE ASSIGN TO DYNAMIC
               WS-PTH-NFCEPEND-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NFP-STATUS.
           SELECT CLIMOVTOFILE ASSIGN TO DYNAMIC
               WS-PTH-CLIMOVTO-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.
           SELECT LGPDREQFILE ASSIGN TO DYNAMIC
               WS-PTH-LGPDREQ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRQ-STATUS.
           SELECT CONSVENDAFILE ASSIGN TO DYNAMIC
               WS-PTH-BOOKSALES-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CADASTROFILE.
           05 CAD-PRICE        PIC 9(5)V99.
           05 CAD-AUTHORID     PIC 9(5).
           05 CAD-SITUACAO     PIC X(1).
           05 CAD-FORNECEDOR   PIC X(5).
           05 CAD-CATEGORIA    PIC X(3).
           05 CAD-ISBN         PIC X(13).

       FD  RANKFILE.
       01  RNK-RECORD.
           88 WS-EOF-GRADE-CTL     VALUE HIGH-VALUES.
           05 GRADECTL-GRADE       PIC X(02).
           05 GRADECTL-TETO        PIC 9(9)V9(2).
           05 GRADECTL-MINIMO      PIC 9(9)V9(2).
           05 GRADECTL-MEDIO       PIC 9(9)V9(2).

       FD  BOOKSALESFILE.
       01  BSF-RECORD.
           05 TILL-BOOKNUM     PIC X(5).
           05 TILL-COPIES      PIC 9(2).
           05 TILL-VALOR       PIC 9(7)V9(2).
           05 TILL-VALE-NUM    PIC 9(8).
           05 TILL-VALE-VALOR  PIC 9(7)V9(2).
           05 TILL-DINHEIRO    PIC 9(7)V9(2).
           05 TILL-DEBITO      PIC 9(7)V9(2).
           05 TILL-CREDITO     PIC 9(7)V9(2).
           05 TILL-PIX         PIC 9(7)V9(2).
           05 TILL-PRAZO       PIC 9(7)V9(2).

       FD  HISTORYFILE.
       01  HIST-RECORD.
              88 AP-RECUSADO   VALUE "R".
           05 AP-APROVADOR     PIC X(08).
           05 AP-DATA-DECISAO  PIC 9(08).
           05 AP-TIPO          PIC X(01).
              88 AP-INCLUSAO   VALUE "I".
           05 AP-MOTIVO        PIC X(01).
              88 AP-MOT-QUADRO VALUE "Q".
              88 AP-MOT-ORCAMENTO VALUE "O".
           05 AP-DEPTO         PIC X(03).
           05 AP-NOME          PIC X(30).
           05 AP-ANO-INGRESSO  PIC 9(04).
           05 AP-MES-INGRESSO  PIC 9(02).
           05 AP-GRADE         PIC X(02).
           05 AP-SITUACAO      PIC X(01).

       FD  SALAPPRTEMP.
       01  APTMP-RECORD.
           88 WS-EOF-APTMP     VALUE HIGH-VALUES.
           02 FILLER           PIC X(113).

       FD  DEPTOMFFILE.
       01  DEPTOMF-RECORD.
           88 WS-EOF-DEPTOMF   VALUE HIGH-VALUES.
           05 DEPTOMF-CODIGO   PIC X(03).
           05 DEPTOMF-NOME     PIC X(25).
           05 DEPTOMF-CCUSTO   PIC X(06).
           05 DEPTOMF-CHEFE    PIC 9(06).
           05 DEPTOMF-QUADRO   PIC 9(04).
           05 DEPTOMF-ORCAMENTO PIC 9(9)V9(2).
           05 DEPTOMF-FILIAL   PIC X(03).

       FD  PERIODCTLFILE.
       01  PERIODCTL-RECORD.
           05 FILLER           PIC X(01).
           05 REJ-REASON       PIC X(2).
           05 REJ-DATE         PIC 9(8).
           05 REJ-ISBN         PIC X(13).

       FD  REJECTTEMP.
       01  REJTMP-RECORD.
           88 WS-EOF-REJTMP    VALUE HIGH-VALUES.
           02 FILLER           PIC X(49).

       FD  STOCKRCPTFILE.
       01  RCPT-RECORD.
           05 RCPT-DATE        PIC 9(8).
           05 RCPT-PONUM       PIC X(6).
           05 RCPT-FILIAL      PIC X(3).
           05 RCPT-CUSTO-UNIT  PIC 9(5)V99.

       FD  RCPTHISTFILE.
       01  RHIST-RECORD.
           05 RHIST-DATE       PIC 9(8).
           05 RHIST-PONUM      PIC X(6).
           05 RHIST-FILIAL     PIC X(3).
           05 RHIST-CUSTO-UNIT PIC 9(5)V99.

       FD  EMPSTATTRANSFILE.
       01  ESTRANS-RECORD.
           05 ESTRANS-DATA         PIC 9(08).
           05 ESTRANS-RETORNO      PIC X(08).
           05 ESTRANS-MOTIVO       PIC X(20).
           05 ESTRANS-TIPO-DESLIG  PIC X(01).
           05 ESTRANS-AVISO        PIC X(01).
           05 ESTRANS-FERIAS-VENC  PIC 9(02).

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

       FD  FERIASLEDGERFILE.
       01  FLED-RECORD.
           88 WS-EOF-FLED          VALUE HIGH-VALUES.
           05 FLED-MATRICULA       PIC 9(06).
           05 FLED-PERIODO         PIC 9(02).
           05 FLED-AQUIS-INI       PIC 9(06).
           05 FLED-AQUIS-FIM       PIC 9(06).
           05 FLED-COMPLETO        PIC X(01).
           05 FLED-DIAS-DIREITO    PIC 9(02)V9.
           05 FLED-DIAS-GOZADOS    PIC 9(02).
           05 FLED-DIAS-VENDIDOS   PIC 9(02).
           05 FLED-LIMITE          PIC 9(06).

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

       FD  EMPDESCTEMP.
       01  EDSCTMP-RECORD.
           88 WS-EOF-EDSCTMP       VALUE HIGH-VALUES.
           05 FILLER               PIC X(56).

       FD  PRICEHISTFILE.
       01  PHIST-RECORD.
           05 CLI-NOME         PIC X(30).
           05 CLI-TELEFONE     PIC X(12).
           05 CLI-REGIAO       PIC X(3).
           05 CLI-LIMITE       PIC 9(7)V9(2).
           05 CLI-SALDO        PIC 9(7)V9(2).
           05 CLI-ACEITA-MKT   PIC X(1).
              88 CLI-RECUSA-MKT VALUE 'N'.

       FD  FORNECMFFILE.
       01  FORN-RECORD.
           88 WS-EOF-FORNECMF  VALUE HIGH-VALUES.
           05 FORN-CODIGO      PIC X(5).
           05 FORN-NOME        PIC X(30).
           05 FORN-CONTATO     PIC X(25).
           05 FORN-PRAZO       PIC X(3).

       FD  CATEGMFFILE.
       01  CATG-RECORD.
           88 WS-EOF-CATEGMF   VALUE HIGH-VALUES.
           05 CATG-CODIGO      PIC X(3).
           05 CATG-DESCRICAO   PIC X(25).

       FD  ISBNXREFFILE.
       01  XREF-RECORD.
           05 XREF-ISBN        PIC X(13).
           05 XREF-BOOKNUM     PIC X(5).

       FD  ASNPENDFILE.
       01  ASNP-RECORD.
           05 ASNP-CHAVE.
              10 ASNP-PONUM    PIC X(6).
              10 ASNP-SEQ      PIC 9(3).
           05 ASNP-BOOKNUM     PIC X(5).
           05 ASNP-FORNECEDOR  PIC X(5).
           05 ASNP-QTY-ENVIADA PIC 9(5).
           05 ASNP-DATA-PREVISTA PIC 9(8).
           05 ASNP-DATA-AVISO  PIC 9(8).
           05 ASNP-SITUACAO    PIC X(1).
              88 ASNP-PENDENTE     VALUE "P".
              88 ASNP-CONFERIDO    VALUE "C".
           05 ASNP-QTY-CONFERIDA PIC 9(5).
           05 ASNP-DATA-CONF   PIC 9(8).

       FD  PERDATRANSFILE.
       01  PERD-RECORD.
           05 PERD-BOOKNUM     PIC X(5).
           05 PERD-FILIAL      PIC X(3).
           05 PERD-QTY         PIC 9(5).
           05 PERD-MOTIVO      PIC X(1).
           05 PERD-OPERADOR    PIC X(8).
           05 PERD-DATA        PIC 9(8).

       FD  CADAUDITFILE.
       01  CADAUD-RECORD.
           05 CADAUD-TIME          PIC 9(08).
           05 CADAUD-OPERATOR      PIC X(08).
           05 CADAUD-ACTION        PIC X(01).
           05 CADAUD-BEFORE        PIC X(89).
           05 CADAUD-AFTER         PIC X(89).

       FD  USERMASTERFILE.
       01  USR-RECORD.
           05 USR-PWD-DATE         PIC X(08).
           05 USR-FAILS            PIC X(02).
           05 USR-LOCKED           PIC X(01).
           05 USR-MATRICULA        PIC X(06).

       FD  SECCTLFILE.
       01  SECCTL-RECORD.
           05 SECCTL-EXPIRA-DIAS   PIC 9(03).
           05 SECCTL-MAX-FALHAS    PIC 9(02).
           05 SECCTL-HORA-INICIO   PIC 9(04).
           05 SECCTL-HORA-FIM      PIC 9(04).
           05 SECCTL-INATIVO-DIAS  PIC 9(03).

       FD  VALEMFFILE.
       01  VAL-RECORD.
           05 VAL-NUMERO       PIC 9(8).
           05 VAL-ORIGEM       PIC X(1).
           05 VAL-VALOR        PIC 9(7)V9(2).
           05 VAL-SALDO        PIC 9(7)V9(2).
           05 VAL-EMISSAO      PIC 9(8).
           05 VAL-VALIDADE     PIC 9(8).
           05 VAL-OPERADOR     PIC X(8).
           05 VAL-FILIAL       PIC X(3).
           05 VAL-SITUACAO     PIC X(1).
              88 VAL-ATIVO             VALUE 'A'.
              88 VAL-ESGOTADO          VALUE 'U'.
              88 VAL-EXPIRADO          VALUE 'E'.
           05 VAL-ULT-MOVTO    PIC 9(8).

       FD  VALETRANSFILE.
       01  VTR-RECORD.
           05 VTR-DATE         PIC 9(8).
           05 VTR-TIME         PIC 9(8).
           05 VTR-NUMERO       PIC 9(8).
           05 VTR-TIPO         PIC X(1).
           05 VTR-VALOR        PIC 9(7)V9(2).
           05 VTR-SALDO        PIC 9(7)V9(2).
           05 VTR-OPERADOR     PIC X(8).
           05 VTR-FILIAL       PIC X(3).
           05 VTR-RECIBO       PIC 9(6).

       FD  VALECTLFILE.
       01  VALECTL-RECORD.
           05 VALECTL-PROXIMO  PIC 9(7).

       FD  BRANCHMASTERFILE.
       01  BRM-RECORD.
           88 WS-EOF-BRANCHMF  VALUE HIGH-VALUES.
           05 BRM-CODE         PIC X(3).
           05 BRM-NAME         PIC X(25).
           05 BRM-CNPJ         PIC X(14).
           05 BRM-IE           PIC X(14).
           05 BRM-UF           PIC X(2).
           05 BRM-SERIE-NFCE   PIC X(3).

       FD  NFCECTLFILE.
       01  NCT-RECORD.
           88 WS-EOF-NFCECTL   VALUE HIGH-VALUES.
           05 NCT-FILIAL       PIC X(3).
           05 NCT-SERIE        PIC 9(3).
           05 NCT-PROXIMO      PIC 9(9).

       FD  CLIMOVTOFILE.
       01  CLM-RECORD.
           05 CLM-DATE         PIC 9(8).
           05 CLM-TIME         PIC 9(8).
           05 CLM-CLIENTEID    PIC 9(6).
           05 CLM-TIPO         PIC X(1).
           05 CLM-VALOR        PIC 9(7)V9(2).
           05 CLM-SALDO        PIC 9(7)V9(2).
           05 CLM-RECIBO       PIC 9(6).
           05 CLM-OPERADOR     PIC X(8).

       FD  LGPDREQFILE.
       01  LRQ-RECORD.
           88 WS-EOF-LGPDREQ   VALUE HIGH-VALUES.
           05 LRQ-ID           PIC 9(6).
           05 LRQ-CLIENTEID    PIC 9(6).
           05 LRQ-TIPO         PIC X(1).
           05 LRQ-RECEBIDA     PIC 9(8).
           05 LRQ-PRAZO        PIC 9(8).
           05 LRQ-SITUACAO     PIC X(1).
           05 LRQ-CONCLUSAO    PIC 9(8).
           05 LRQ-OPERADOR     PIC X(8).
           05 LRQ-OBS          PIC X(30).

      *    BOOKSALES.DAT READ FOR THE CLIENT INQUIRY, IN BOTH FORMS
       FD  CONSVENDAFILE.
       01  CSV-RECORD.
           05 CSV-BOOKNUM      PIC X(5).
           05 CSV-COPIES       PIC X(2).
           05 CSV-SALESTATUS   PIC X(1).
           05 CSV-SALEDATE     PIC X(8).
           05 CSV-REGION       PIC X(3).
           05 CSV-CLIENTEID    PIC X(6).
           05 FILLER           PIC X(8).
      *    SALE AS SCANNED AT THE TILL, ISBN IN PLACE OF THE BOOK
       01  CSV-ISBN-RECORD.
           05 CSVI-ISBN        PIC X(13).
           05 CSVI-COPIES      PIC X(2).
           05 CSVI-SALESTATUS  PIC X(1).
           05 CSVI-SALEDATE    PIC X(8).
           05 CSVI-REGION      PIC X(3).
           05 CSVI-CLIENTEID   PIC X(6).

       FD  NFCEPENDFILE.
       01  NFC-RECORD.
           05 NFC-TIPO         PIC X(1).
              88 NFC-CABECALHO         VALUE 'C'.
              88 NFC-ITEM              VALUE 'I'.
              88 NFC-PAGAMENTO         VALUE 'P'.
           05 NFC-CHAVE        PIC X(44).
           05 NFC-CORPO        PIC X(130).
           05 NFC-CAB REDEFINES NFC-CORPO.
              10 NFC-SERIE     PIC 9(3).
              10 NFC-NUMERO    PIC 9(9).
              10 NFC-EMISSAO   PIC 9(8).
              10 NFC-HORA      PIC 9(6).
              10 NFC-TP-EMIS   PIC X(1).
              10 NFC-CNPJ-EMIT PIC X(14).
              10 NFC-IE-EMIT   PIC X(14).
              10 NFC-UF        PIC 9(2).
              10 NFC-FILIAL    PIC X(3).
              10 NFC-DEST-DOC  PIC X(14).
              10 NFC-VPROD     PIC 9(9)V99.
              10 NFC-VDESC     PIC 9(9)V99.
              10 NFC-VNF       PIC 9(9)V99.
              10 NFC-VTROCO    PIC 9(7)V99.
              10 NFC-RECIBO    PIC 9(6).
              10 NFC-OPER      PIC X(8).
           05 NFC-ITM REDEFINES NFC-CORPO.
              10 NFC-ITEM-NUM  PIC 9(3).
              10 NFC-CPROD     PIC X(5).
              10 NFC-CEAN      PIC X(14).
              10 NFC-XPROD     PIC X(25).
              10 NFC-NCM       PIC X(8).
              10 NFC-CFOP      PIC X(4).
              10 NFC-UCOM      PIC X(2).
              10 NFC-QCOM      PIC 9(5).
              10 NFC-VUNCOM    PIC 9(7)V99.
              10 NFC-ITEM-VPROD PIC 9(9)V99.
              10 NFC-ITEM-VDESC PIC 9(9)V99.
              10 FILLER        PIC X(33).
           05 NFC-PAG REDEFINES NFC-CORPO.
              10 NFC-TPAG      PIC X(2).
              10 NFC-VPAG      PIC 9(9)V99.
              10 FILLER        PIC X(117).

       FD  SIGNONJOURNAL.
       01  SJ-RECORD.
           VALUE "ASSETS/SALAPPR.DAT".
       77  WS-PTH-SALAPPR-TMP PIC X(44)
           VALUE "ASSETS/SALAPPR.TMP".
       77  WS-PTH-DEPTOMF-DAT PIC X(44)
           VALUE "ASSETS/DEPTOMF.DAT".
       77  WS-PTH-PERIODCTL-DAT PIC X(44)
           VALUE "ASSETS/PERIODCTL.DAT".
       77  WS-PTH-BOOKSALES-REJ PIC X(44)
           VALUE "ASSETS/RCPTHIST.DAT".
       77  WS-PTH-EMPSTATTRANS-DAT PIC X(44)
           VALUE "ASSETS/EMPSTATTRANS.DAT".
       77  WS-PTH-FERIASPROG-DAT PIC X(44)
           VALUE "ASSETS/FERIASPROG.DAT".
       77  WS-PTH-FERIAS-DAT PIC X(44)
           VALUE "ASSETS/FERIAS.DAT".
       77  WS-PTH-EMPDESC-DAT PIC X(44)
           VALUE "ASSETS/EMPDESC.DAT".
       77  WS-PTH-EMPDESC-TMP PIC X(44)
           VALUE "ASSETS/EMPDESC.TMP".
       77  WS-PTH-CUSTMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTMF.DAT".
       77  WS-PTH-FORNECMF-DAT PIC X(44)
           VALUE "ASSETS/FORNECMF.DAT".
       77  WS-PTH-ISBNXREF-DAT PIC X(44)
           VALUE "ASSETS/ISBNXREF.DAT".
       77  WS-PTH-CATEGMF-DAT PIC X(44)
           VALUE "ASSETS/CATEGMF.DAT".
       77  WS-PTH-ASNPEND-DAT PIC X(44)
           VALUE "ASSETS/ASNPEND.DAT".
       77  WS-PTH-PERDATRANS-DAT PIC X(44)
           VALUE "ASSETS/PERDATRANS.DAT".
       77  WS-PTH-VALEMF-DAT PIC X(44)
           VALUE "ASSETS/VALEMF.DAT".
       77  WS-PTH-VALETRANS-DAT PIC X(44)
           VALUE "ASSETS/VALETRANS.DAT".
       77  WS-PTH-VALECTL-DAT PIC X(44)
           VALUE "ASSETS/VALECTL.DAT".
       77  WS-PTH-BRANCHMF-DAT PIC X(44)
           VALUE "ASSETS/BRANCHMF.DAT".
       77  WS-PTH-NFCECTL-DAT PIC X(44)
           VALUE "ASSETS/NFCECTL.DAT".
       77  WS-PTH-NFCEPEND-DAT PIC X(44)
           VALUE "ASSETS/NFCEPEND.DAT".
       77  WS-PTH-CLIMOVTO-DAT PIC X(44)
           VALUE "ASSETS/CLIMOVTO.DAT".
       77  WS-PTH-LGPDREQ-DAT PIC X(44)
           VALUE "ASSETS/LGPDREQ.DAT".
       COPY RUNLOCKREC.
       COPY INVJRNREC.
       77  WS-OPCAO        PIC X(1).
       77  WS-TITULO       PIC X(20).
       77  WS-CAD-STATUS   PIC X(2).
           88 WS-CLI-STATUS-OK     VALUE "00".
       77  WS-CLI-OPCAO    PIC X(1).
       77  WS-VENDA-CLIENTE PIC X(6)    VALUE SPACES.
       77  WS-PROMO-CODIGO PIC X(6)     VALUE SPACES.
       77  WS-PROMO-DESCONTO PIC 9(2)V99 VALUE ZEROS.
       77  WS-PROMO-VALOR  PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-PROMO-PRECO  PIC 9(5)V9(2) VALUE ZEROS.
       77  WS-PROMO-PCT-FMT PIC Z9,99   VALUE ZEROS.
       77  WS-PHIST-STATUS PIC X(2).
           88 WS-PHIST-STATUS-OK   VALUE "00".
           88 WS-PHIST-NOT-FOUND   VALUE "35".
       77  WS-PRECO-ANTERIOR PIC 9(5)V99 VALUE ZEROS.
       77  WS-FORN-STATUS  PIC X(2).
           88 WS-FORN-STATUS-OK    VALUE "00".
       77  WS-CATG-STATUS  PIC X(2).
           88 WS-CATG-STATUS-OK    VALUE "00".
       77  WS-ASNP-STATUS  PIC X(2).
           88 WS-ASNP-STATUS-OK    VALUE "00".
       77  WS-ASN-RESPOSTA PIC X(1)     VALUE SPACE.
       77  WS-ASN-FIM      PIC X(1)     VALUE 'N'.
       77  WS-ASN-ACHADOS  PIC 9(3)     VALUE ZEROS.
       77  WS-ASN-PONUM    PIC X(6)     VALUE SPACES.
       77  WS-PERD-STATUS  PIC X(2).
           88 WS-PERD-STATUS-OK    VALUE "00".
           88 WS-PERD-NOT-FOUND    VALUE "35".
       77  WS-PERD-MOTIVO  PIC X(1)     VALUE SPACE.
           88 WS-PERD-MOTIVO-OK    VALUE 'D' 'F' 'A' 'O'.
       77  WS-VAL-STATUS   PIC X(2).
           88 WS-VAL-STATUS-OK     VALUE "00".
       77  WS-VTR-STATUS   PIC X(2).
           88 WS-VTR-STATUS-OK     VALUE "00".
           88 WS-VTR-NOT-FOUND     VALUE "35".
       77  WS-VCT-STATUS   PIC X(2).
           88 WS-VCT-STATUS-OK     VALUE "00".
       77  WS-BRM-STATUS   PIC X(2).
           88 WS-BRM-STATUS-OK     VALUE "00".
       77  WS-NCT-STATUS   PIC X(2).
           88 WS-NCT-STATUS-OK     VALUE "00".
       77  WS-NFP-STATUS   PIC X(2).
           88 WS-NFP-STATUS-OK     VALUE "00".
       77  WS-CLM-STATUS   PIC X(2).
           88 WS-CLM-STATUS-OK     VALUE "00".
           88 WS-CLM-NOT-FOUND     VALUE "35".
           88 WS-NFP-NOT-FOUND     VALUE "35".
       77  WS-LRQ-STATUS   PIC X(2).
           88 WS-LRQ-STATUS-OK     VALUE "00".
           88 WS-LRQ-NOT-FOUND     VALUE "35".
       77  WS-LGPD-TIPO    PIC X(1)     VALUE SPACE.
       77  WS-LGPD-PROXIMO PIC 9(6)     VALUE ZEROS.
       77  WS-LGPD-DIAS    PIC 9(2)     VALUE ZEROS.
       77  WS-LGPD-DIAS-PRAZO PIC 9(2)  VALUE 15.
       01  WS-LGPD-PRAZO-X.
           05 WS-LGPD-PRAZO-ANO PIC 9(4).
           05 WS-LGPD-PRAZO-MES PIC 9(2).
           05 WS-LGPD-PRAZO-DIA PIC 9(2).
       01  WS-LGPD-PRAZO-N REDEFINES WS-LGPD-PRAZO-X PIC 9(8).
       77  WS-CSV-STATUS   PIC X(2).
           88 WS-CSV-STATUS-OK     VALUE "00".
       77  WS-CCL-PRESET   PIC X(6)     VALUE SPACES.
       77  WS-CCL-TEXTO    PIC X(30)    VALUE SPACES.
       77  WS-CCL-TAM      PIC 9(2)     VALUE ZEROS.
       77  WS-CCL-POS      PIC 9(2)     VALUE ZEROS.
       77  WS-CCL-OPCAO    PIC X(1)     VALUE SPACE.
       77  WS-CCL-IX       PIC 9(2)     VALUE ZEROS.
       77  WS-CCL-JX       PIC 9(2)     VALUE ZEROS.
       77  WS-CCL-QTD      PIC 9(2)     VALUE ZEROS.
       77  WS-CCL-MAX      PIC 9(2)     VALUE 10.
       77  WS-CCL-IDADE    PIC ZZZZ9    VALUE ZEROS.
       77  WS-CCL-DIAS     PIC 9(5)     VALUE ZEROS.
       77  WS-CCL-ENCOMENDAS PIC 9(4)   VALUE ZEROS.
       77  WS-CCL-TITULO   PIC X(25)    VALUE SPACES.
       77  WS-CCL-TIPO     PIC X(9)     VALUE SPACES.
       01  WS-CCL-NOVA.
           05 WS-CCL-N-DATA    PIC X(8).
           05 WS-CCL-N-LIVRO   PIC X(13).
           05 WS-CCL-N-COPIAS  PIC X(2).
           05 WS-CCL-N-STATUS  PIC X(1).
           05 WS-CCL-N-ORIGEM  PIC X(6).
       01  WS-CCL-COMPRAS.
           05 WS-CCL-COMPRA OCCURS 10 TIMES.
              10 WS-CCL-C-DATA  PIC X(8).
              10 FILLER         PIC X(22).
       77  WS-VALE-OPCAO   PIC X(1)     VALUE SPACE.
       77  WS-VALE-RESPOSTA PIC X(1)    VALUE SPACE.
       77  WS-VALE-ENTRADA PIC X(8)     VALUE SPACES.
       77  WS-VALE-OK      PIC X(1)     VALUE 'N'.
       77  WS-VALE-NUM     PIC 9(8)     VALUE ZEROS.
       77  WS-VALE-VALOR   PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-VALE-PAGO    PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-VALE-SALDO   PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-VALE-VALIDADE PIC 9(8)    VALUE ZEROS.
       77  WS-VALE-DATA-ENT PIC X(8)    VALUE SPACES.
       77  WS-VALE-TIPO    PIC X(1)     VALUE SPACE.
       77  WS-VALE-SOMA    PIC 9(4)     VALUE ZEROS.
       77  WS-VALE-QUOC    PIC 9(4)     VALUE ZEROS.
       77  WS-VALE-RESTO   PIC 9(2)     VALUE ZEROS.
       77  WS-VALE-DV      PIC 9(2)     VALUE ZEROS.
       77  WS-VALE-IX      PIC 9(1)     VALUE ZEROS.
       01  WS-VALE-NUM-X.
           05 WS-VALE-SEQ  PIC 9(7).
           05 WS-VALE-DIG-INF PIC 9(1).
       01  WS-VALE-DIGITOS REDEFINES WS-VALE-NUM-X.
           05 WS-VALE-DIG  PIC 9(1) OCCURS 8 TIMES.
       01  WS-VALE-DATA-X.
           05 WS-VDX-ANO   PIC 9(4).
           05 WS-VDX-MES   PIC 9(2).
           05 WS-VDX-DIA   PIC 9(2).
       01  WS-VALE-DATA-N REDEFINES WS-VALE-DATA-X PIC 9(8).
       77  WS-PAG-FORMA    PIC X(1)     VALUE SPACE.
       77  WS-PAG-ACEITA-VALE PIC X(1)  VALUE 'S'.
       77  WS-PAG-RESTA    PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-PAG-VALOR    PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-PAG-DINHEIRO PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-PAG-DEBITO   PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-PAG-CREDITO  PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-PAG-PIX      PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-PAG-TROCO    PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-PAG-VALE-ORIGEM PIC X(1)  VALUE SPACE.
       77  WS-PAG-ACEITA-PRAZO PIC X(1) VALUE 'N'.
       77  WS-PAG-PRAZO    PIC 9(7)V9(2) VALUE ZEROS.
      *    ON-ACCOUNT CLIENT OF THE SALE OR PAYMENT IN PROGRESS. A ZERO
      *    LIMIT MEANS THE CLIENT DOES NOT BUY ON ACCOUNT.
       77  WS-CONTA-CLIENTE PIC 9(6)    VALUE ZEROS.
       77  WS-CONTA-NOME   PIC X(30)    VALUE SPACES.
       77  WS-CONTA-LIMITE PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-CONTA-SALDO  PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-CONTA-DISPONIVEL PIC S9(7)V9(2) VALUE ZEROS.
       77  WS-CONTA-TIPO   PIC X(1)     VALUE SPACE.
       77  WS-CONTA-VALOR  PIC 9(7)V9(2) VALUE ZEROS.
       77  WS-CONTA-OK     PIC X(1)     VALUE 'N'.
       77  WS-MKT-RESPOSTA PIC X(1)     VALUE SPACE.
      *    NFC-E OF THE COUNTER SALE. THE BRANCH AND ITS FISCAL DATA
      *    ARE ASKED ONCE AND KEPT FOR THE REST OF THE SESSION.
       77  WS-NFCE-EMITIR  PIC X(1)     VALUE 'N'.
       77  WS-NFCE-OK      PIC X(1)     VALUE 'N'.
       77  WS-NFCE-ENTRADA PIC X(14)    VALUE SPACES.
       77  WS-NFCE-FILIAL  PIC X(3)     VALUE SPACES.
       77  WS-NFCE-CNPJ    PIC X(14)    VALUE SPACES.
       77  WS-NFCE-IE      PIC X(14)    VALUE SPACES.
       77  WS-NFCE-UF      PIC 9(2)     VALUE ZEROS.
       77  WS-NFCE-SERIE   PIC 9(3)     VALUE ZEROS.
       77  WS-NFCE-NUMERO  PIC 9(9)     VALUE ZEROS.
       77  WS-NFCE-DEST    PIC X(14)    VALUE SPACES.
       77  WS-NFCE-DOC-OK  PIC X(1)     VALUE 'N'.
       77  WS-NFCE-DOC-TIPO PIC X(1)    VALUE SPACE.
       77  WS-NFCE-EMISSAO PIC 9(8)     VALUE ZEROS.
       77  WS-NFCE-HORA    PIC 9(8)     VALUE ZEROS.
       77  WS-NFCE-VPROD   PIC 9(9)V99  VALUE ZEROS.
       77  WS-NFCE-IX      PIC 9(2)     VALUE ZEROS.
       77  WS-NFCE-PESO    PIC 9(1)     VALUE ZEROS.
       77  WS-NFCE-SOMA    PIC 9(4)     VALUE ZEROS.
       77  WS-NFCE-QUOC    PIC 9(4)     VALUE ZEROS.
       77  WS-NFCE-RESTO   PIC 9(2)     VALUE ZEROS.
       01  WS-NFCE-CHAVE.
           05 WS-NCH-UF        PIC 9(2).
           05 WS-NCH-AAMM      PIC 9(4).
           05 WS-NCH-CNPJ      PIC X(14).
           05 WS-NCH-MODELO    PIC X(2).
           05 WS-NCH-SERIE     PIC 9(3).
           05 WS-NCH-NUMERO    PIC 9(9).
           05 WS-NCH-TP-EMIS   PIC X(1).
           05 WS-NCH-CNF       PIC 9(8).
           05 WS-NCH-DV        PIC 9(1).
       01  WS-NFCE-CHAVE-DIG REDEFINES WS-NFCE-CHAVE.
           05 WS-NCH-DIGITO    PIC 9(1) OCCURS 44 TIMES.
      *    NEXT NFC-E NUMBER BY BRANCH AND SERIES (NFCECTL.DAT).
       01  WS-NCT-TABLE.
           05 WS-NCT-ENTRY OCCURS 20 TIMES.
              10 WS-NCT-FILIAL  PIC X(3).
              10 WS-NCT-SERIE   PIC 9(3).
              10 WS-NCT-PROXIMO PIC 9(9).
       77  WS-NCT-COUNT    PIC 9(2)     VALUE ZEROS.
       77  NX              PIC 9(2)     VALUE ZEROS.
       77  WS-FORN-ACHADO  PIC X(1)     VALUE 'N'.
       77  WS-FORN-NOME    PIC X(30)    VALUE SPACES.
       77  WS-CATG-ACHADO  PIC X(1)     VALUE 'N'.
       77  WS-CATG-DESC    PIC X(25)    VALUE SPACES.
       77  WS-XREF-STATUS  PIC X(2).
           88 WS-XREF-STATUS-OK    VALUE "00".
       77  WS-ISBN-OK      PIC X(1)     VALUE 'N'.
       77  WS-ISBN-VALIDO  PIC X(1)     VALUE 'N'.
       77  WS-ISBN-ACHADO  PIC X(1)     VALUE 'N'.
       77  WS-ISBN-BUSCA   PIC X(13)    VALUE SPACES.
       77  WS-ISBN-LIVRO   PIC X(5)     VALUE SPACES.
       77  WS-ISBN-ANTERIOR PIC X(13)   VALUE SPACES.
       77  WS-LIVRO-ENTRADA PIC X(13)   VALUE SPACES.
       77  WS-LIVRO-OK     PIC X(1)     VALUE 'N'.
       77  WS-BIF-STATUS   PIC X(2).
           88 WS-BIF-STATUS-OK     VALUE "00".
       77  WS-BOF-STATUS   PIC X(2).
           88 WS-ESTR-STATUS-OK    VALUE "00".
           88 WS-ESTR-NOT-FOUND    VALUE "35".
       77  WS-TRANS-SITUACAO PIC X(1)  VALUE SPACE.
       77  WS-TRANS-FERIAS PIC X(2)    VALUE SPACES.
       77  WS-FPROG-STATUS PIC X(2).
           88 WS-FPROG-STATUS-OK   VALUE "00".
           88 WS-FPROG-NOT-FOUND   VALUE "35".
       77  WS-FLED-STATUS  PIC X(2).
           88 WS-FLED-STATUS-OK    VALUE "00".
       77  WS-FER-SALDO    PIC S9(3)V9  VALUE ZEROS.
       77  WS-FER-SALDO-ED PIC ZZ9,9.
       77  WS-FER-PEDIDO   PIC 9(2)     VALUE ZEROS.
       77  WS-EDSC-STATUS  PIC X(2).
           88 WS-EDSC-STATUS-OK    VALUE "00".
           88 WS-EDSC-NOT-FOUND    VALUE "35".
       77  WS-DSC-OPCAO    PIC X(1)     VALUE SPACE.
       77  WS-DSC-SEQ      PIC 9(3)     VALUE ZEROS.
       77  WS-DSC-ALVO     PIC 9(3)     VALUE ZEROS.
       77  WS-DSC-VALOR-NUM PIC 9(7)V99 VALUE ZEROS.
       77  WS-DSC-VALOR-ED PIC ZZZZZZ9,99.
       77  WS-DSC-PERC-ED  PIC Z9,99.
       77  WS-DSC-MES-ENTRADA PIC X(6)  VALUE SPACES.
       77  WS-REORDER-THRESHOLD PIC 9(5) VALUE 10.
       77  WS-DISP-PONTO   PIC 9(5)     VALUE ZEROS.
       77  WS-DISP-VENDAS-MES PIC S9(6) VALUE ZEROS.
       77  WS-APPR-MUDOU   PIC X(1)     VALUE 'N'.
       77  WS-SAL-FMT2     PIC Z(8)9,99 VALUE ZEROS.
       77  WS-SAL-PEDIDO   PIC 9(9)V9(2) VALUE ZEROS.
       77  WS-DPT-STATUS   PIC X(2).
           88 WS-DPT-STATUS-OK     VALUE "00".
       01  WS-DEPTO-TABLE.
           05 WS-DEPTO-ENTRY OCCURS 40 TIMES.
              10 WS-DEPTO-CODE      PIC X(3).
              10 WS-DEPTO-NOME      PIC X(25).
              10 WS-DEPTO-QUADRO    PIC 9(4).
              10 WS-DEPTO-ORCAMENTO PIC 9(9)V9(2).
       77  WS-DEPTO-COUNT  PIC 9(2)     VALUE ZEROS.
       77  DX              PIC 9(2)     VALUE ZEROS.
       77  WS-DEPTO-ENTRADA PIC X(3)    VALUE SPACES.
       77  WS-DEPTO-ANTERIOR PIC X(3)   VALUE SPACES.
       77  WS-DEPTO-PEDIDO PIC X(3)     VALUE SPACES.
       77  WS-SIT-ANTERIOR PIC X(1)     VALUE SPACE.
       77  WS-APPR-MOTIVO  PIC X(1)     VALUE SPACE.
       77  WS-APPR-TIPO    PIC X(1)     VALUE SPACE.
       77  WS-SIT-PEDIDO   PIC X(1)     VALUE SPACE.
       77  WS-POS-ENTRA    PIC X(1)     VALUE 'N'.
       77  WS-POS-DEPTO    PIC X(3)     VALUE SPACES.
       77  WS-POS-MATRICULA PIC 9(6)    VALUE ZEROS.
       77  WS-POS-EMPREGADOS PIC 9(5)   VALUE ZEROS.
       77  WS-POS-FOLHA    PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-POS-FIM      PIC X(1)     VALUE 'N'.
       77  WS-POS-FMT      PIC Z(10)9,99 VALUE ZEROS.
       01  WS-EMP-SALVO    PIC X(59)    VALUE SPACES.
       77  WS-HIST-STATUS  PIC X(2).
           88 WS-HIST-STATUS-OK    VALUE "00".
       77  WS-TEM-HISTORICO PIC X(1)    VALUE 'N'.
           05 RCB-TITULO   PIC X(25).
           05 FILLER       PIC X(05) VALUE ' QTD '.
           05 RCB-COPIAS   PIC Z9.
       01  RECIBO-PROMO-LINE.
           05 FILLER       PIC X(09) VALUE 'PROMOCAO '.
           05 RCB-PROMO    PIC X(6).
           05 FILLER       PIC X(10) VALUE ' DESCONTO '.
           05 RCB-PROMO-PCT PIC Z9,99.
           05 FILLER       PIC X(04) VALUE '%  -'.
           05 RCB-PROMO-VALOR PIC Z(6)9,99.
       01  RECIBO-TOT-LINE.
           05 FILLER       PIC X(16) VALUE 'VALOR TOTAL....:'.
           05 RCB-VALOR    PIC Z(6)9,99.
           05 FILLER       PIC X(11) VALUE '  OPERADOR '.
           05 RCB-OPER     PIC X(8).
       01  RECIBO-VALE-LINE.
           05 FILLER       PIC X(14) VALUE 'PAGO COM VALE '.
           05 RCB-VALE-NUM PIC 9(8).
           05 FILLER       PIC X(02) VALUE ' -'.
           05 RCB-VALE-PAGO PIC Z(6)9,99.
           05 FILLER       PIC X(08) VALUE '  SALDO '.
           05 RCB-VALE-SALDO PIC Z(6)9,99.
       01  RECIBO-PAG-LINE.
           05 RCB-PAG-DESC PIC X(16).
           05 RCB-PAG-VALOR PIC Z(6)9,99.
       01  RECIBO-VALE-EMIT-LINE.
           05 RCB-VALE-TIPO PIC X(14).
           05 RCB-VALE-EMIT PIC 9(8).
           05 FILLER       PIC X(13) VALUE '  VALIDO ATE '.
           05 RCB-VALE-VALIDADE PIC 9(8).
       01  RECIBO-NFCE-LINE.
           05 FILLER       PIC X(12) VALUE 'NFC-E SERIE '.
           05 RCB-NFCE-SERIE PIC 9(3).
           05 FILLER       PIC X(08) VALUE ' NUMERO '.
           05 RCB-NFCE-NUMERO PIC 9(9).
           05 FILLER       PIC X(10) VALUE ' CPF/CNPJ '.
           05 RCB-NFCE-DEST PIC X(14).
       01  RECIBO-CHAVE-LINE.
           05 FILLER       PIC X(06) VALUE 'CHAVE '.
           05 RCB-NFCE-CHAVE PIC X(44).
       01  RECIBO-CONTA-LINE.
           05 FILLER       PIC X(08) VALUE 'CLIENTE '.
           05 RCB-CONTA-CLIENTE PIC 9(6).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 RCB-CONTA-NOME PIC X(30).
       01  RECIBO-SALDO-LINE.
           05 FILLER       PIC X(16) VALUE 'SALDO DEVEDOR..:'.
           05 RCB-CONTA-SALDO PIC Z(6)9,99.
           05 FILLER       PIC X(10) VALUE '  LIMITE  '.
           05 RCB-CONTA-LIMITE PIC Z(6)9,99.
       01  RECIBO-CREDITO-LINE.
           05 FILLER       PIC X(16) VALUE 'CREDITO........:'.
           05 RCB-CREDITO  PIC Z(6)9,99.
           05 FILLER       PIC X(08) VALUE '  SALDO '.
           05 RCB-CRED-SALDO PIC Z(6)9,99.
       77  WS-SEC-STATUS   PIC X(2).
           88 WS-SEC-STATUS-OK     VALUE "00".
       77  WS-SJ-STATUS    PIC X(2).
              10 WS-U-PWD-DATE  PIC X(08).
              10 WS-U-FAILS     PIC X(02).
              10 WS-U-LOCKED    PIC X(01).
              10 WS-U-MATRICULA PIC X(06).
       77  WS-USR-COUNT    PIC 9(2)     VALUE ZEROS.
       77  WS-USR-ESTOURO  PIC X(1)     VALUE 'N'.
       77  UX              PIC 9(2)     VALUE ZEROS.
              VALUE "000031059090120151181212243273304334".
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-TABLE.
           05 WS-CUMDAYS-MES PIC 9(3) OCCURS 12 TIMES.
       01  WS-CAD-BEFORE   PIC X(89)    VALUE SPACES.
       01  WS-CAD-AFTER    PIC X(89)    VALUE SPACES.
       SCREEN SECTION.
       01 TELA.
           05 LIMPA-TELA.
           05 LINE 09 COLUMN 45 VALUE 'A - APROVAR SALARIOS'.
           05 LINE 10 COLUMN 45 VALUE 'G - VENDAS SUSPEITAS'.
           05 LINE 11 COLUMN 45 VALUE 'R - PONTO DE REPOSICAO'.
           05 LINE 12 COLUMN 45 VALUE 'B - BAIXA DE ESTOQUE'.
           05 LINE 13 COLUMN 45 VALUE 'V - VALES-PRESENTE'.
           05 LINE 14 COLUMN 45 VALUE 'Q - PAGAMENTO DE CLIENTE'.
           05 LINE 15 COLUMN 45 VALUE 'I - CONSULTA DE CLIENTE'.
           05 LINE 17 COLUMN 15 VALUE 'E - RECEBER ESTOQUE'.
           05 LINE 18 COLUMN 15 VALUE 'T - MUDANCA DE SITUACAO'.
           05 LINE 19 COLUMN 15 VALUE 'C - ARQUIVOS DE CONTROLE'.
           END-IF.
           MOVE '- MENU - ' TO WS-TITULO.
           PERFORM 0070-LOAD-GRADES.
           PERFORM 0075-LOAD-DEPTOS.
           PERFORM 0100-PROCESS-MENU UNTIL WS-OPCAO = 'X'.
           STOP RUN.

                           TO WS-U-PWD-DATE(WS-USR-COUNT)
                       MOVE USR-FAILS TO WS-U-FAILS(WS-USR-COUNT)
                       MOVE USR-LOCKED TO WS-U-LOCKED(WS-USR-COUNT)
                       MOVE USR-MATRICULA
                           TO WS-U-MATRICULA(WS-USR-COUNT)
                   ELSE
                       MOVE 'S' TO WS-USR-ESTOURO
                       DISPLAY 'LIMITE DE 50 USUARIOS EXCEDIDO - '
           MOVE WS-U-PWD-DATE(UX) TO USR-PWD-DATE.
           MOVE WS-U-FAILS(UX) TO USR-FAILS.
           MOVE WS-U-LOCKED(UX) TO USR-LOCKED.
           MOVE WS-U-MATRICULA(UX) TO USR-MATRICULA.
           WRITE USR-RECORD.

       0049-WRITE-JOURNAL.
           IF RLOCK-RESULT = 'OK'
               CALL 'CTLMAINT' USING WS-OPERADOR-ID
               PERFORM 5200-FREE-LOCK
               PERFORM 0075-LOAD-DEPTOS
           END-IF.

       0095-DESBLOQUEAR.
                   'GRADES NAO SERAO VALIDADAS'
           END-IF.

       0075-LOAD-DEPTOS.
           MOVE ZEROS TO WS-DEPTO-COUNT.
           OPEN INPUT DEPTOMFFILE.
           IF WS-DPT-STATUS-OK
               READ DEPTOMFFILE
                   AT END SET WS-EOF-DEPTOMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-DEPTOMF
                   IF WS-DEPTO-COUNT < 40
                       ADD 1 TO WS-DEPTO-COUNT
                       MOVE DEPTOMF-CODIGO
                           TO WS-DEPTO-CODE(WS-DEPTO-COUNT)
                       MOVE DEPTOMF-NOME
                           TO WS-DEPTO-NOME(WS-DEPTO-COUNT)
                       MOVE ZEROS TO WS-DEPTO-QUADRO(WS-DEPTO-COUNT)
                           WS-DEPTO-ORCAMENTO(WS-DEPTO-COUNT)
                       IF DEPTOMF-QUADRO IS NUMERIC
                           MOVE DEPTOMF-QUADRO
                               TO WS-DEPTO-QUADRO(WS-DEPTO-COUNT)
                       END-IF
                       IF DEPTOMF-ORCAMENTO IS NUMERIC
                           MOVE DEPTOMF-ORCAMENTO
                               TO WS-DEPTO-ORCAMENTO(WS-DEPTO-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'AVISO: DEPTOMF.DAT COM MAIS DE 40 '
                           'DEPARTAMENTOS - EXCEDENTE IGNORADO'
                   END-IF
                   READ DEPTOMFFILE
                       AT END SET WS-EOF-DEPTOMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEPTOMFFILE
           ELSE
               DISPLAY 'AVISO: DEPTOMF.DAT INDISPONIVEL - '
                   'DEPARTAMENTOS NAO SERAO VALIDADOS'
           END-IF.

       0100-PROCESS-MENU.
           DISPLAY TELA.
           ACCEPT TELA-MENU.
                            PERFORM 7460-APROVAR-SALARIOS
                        END-IF
               WHEN 'E' PERFORM 8600-RECEBER-ESTOQUE
               WHEN 'V' PERFORM 8700-VALES
               WHEN 'Q' PERFORM 9600-RECEBER-CLIENTE
               WHEN 'I' PERFORM 9800-CONSULTA-CLIENTE
               WHEN 'B' PERFORM 0200-CHECK-SUPERVISOR
                        IF WS-OPER-SUPERVISOR
                            PERFORM 8900-BAIXA-ESTOQUE
                        END-IF
               WHEN 'T' PERFORM 0200-CHECK-SUPERVISOR
                        IF WS-OPER-SUPERVISOR
                            PERFORM 8800-MUDANCA-SITUACAO
           PERFORM 1500-ACCEPT-PRECO.
           COMPUTE CAD-PRICE = WS-PRECO-NUM / 100.
           PERFORM 1700-ACCEPT-AUTOR-ID.
           PERFORM 1800-ACCEPT-FORNECEDOR.
           PERFORM 1850-ACCEPT-CATEGORIA.
           MOVE SPACES TO WS-ISBN-ANTERIOR.
           PERFORM 1870-ACCEPT-ISBN.
           MOVE 'A' TO CAD-SITUACAO.
           WRITE CAD-RECORD
               INVALID KEY
                       ' JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'CADASTRO INCLUIDO COM SUCESSO'
                   IF CAD-ISBN NOT = SPACES
                       PERFORM 1890-GRAVAR-XREF
                   END-IF
                   MOVE 'I' TO WS-AUD-ACTION
                   MOVE SPACES TO WS-CAD-BEFORE
                   MOVE CAD-RECORD TO WS-CAD-AFTER
                  OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE.
           MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX) TO CAD-AUTHORID.

       1800-ACCEPT-FORNECEDOR.
           MOVE 'N' TO WS-FORN-ACHADO.
           PERFORM UNTIL WS-FORN-ACHADO = 'Y'
               DISPLAY 'FORNECEDOR (COD.).: ' WITH NO ADVANCING
               ACCEPT CAD-FORNECEDOR
               IF CAD-FORNECEDOR = SPACES
                   MOVE 'Y' TO WS-FORN-ACHADO
               ELSE
                   PERFORM 1810-BUSCAR-FORNECEDOR
                   IF WS-FORN-ACHADO NOT = 'Y'
                       DISPLAY 'FORNECEDOR NAO CADASTRADO - '
                           'BRANCO PARA DEIXAR SEM'
                   END-IF
               END-IF
           END-PERFORM.

       1810-BUSCAR-FORNECEDOR.
           MOVE 'N' TO WS-FORN-ACHADO.
           MOVE SPACES TO WS-FORN-NOME.
           OPEN INPUT FORNECMFFILE.
           IF WS-FORN-STATUS-OK
               READ FORNECMFFILE
                   AT END SET WS-EOF-FORNECMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-FORNECMF
                          OR WS-FORN-ACHADO = 'Y'
                   IF FORN-CODIGO = CAD-FORNECEDOR
                       MOVE 'Y' TO WS-FORN-ACHADO
                       MOVE FORN-NOME TO WS-FORN-NOME
                   ELSE
                       READ FORNECMFFILE
                           AT END SET WS-EOF-FORNECMF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FORNECMFFILE
           END-IF.

       1850-ACCEPT-CATEGORIA.
           MOVE 'N' TO WS-CATG-ACHADO.
           PERFORM UNTIL WS-CATG-ACHADO = 'Y'
               DISPLAY 'CATEGORIA (COD.)..: ' WITH NO ADVANCING
               ACCEPT CAD-CATEGORIA
               IF CAD-CATEGORIA = SPACES
                   MOVE 'Y' TO WS-CATG-ACHADO
               ELSE
                   PERFORM 1860-BUSCAR-CATEGORIA
                   IF WS-CATG-ACHADO NOT = 'Y'
                       DISPLAY 'CATEGORIA NAO CADASTRADA - '
                           'BRANCO PARA DEIXAR SEM'
                   END-IF
               END-IF
           END-PERFORM.

       1860-BUSCAR-CATEGORIA.
           MOVE 'N' TO WS-CATG-ACHADO.
           MOVE SPACES TO WS-CATG-DESC.
           OPEN INPUT CATEGMFFILE.
           IF WS-CATG-STATUS-OK
               READ CATEGMFFILE
                   AT END SET WS-EOF-CATEGMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-CATEGMF
                          OR WS-CATG-ACHADO = 'Y'
                   IF CATG-CODIGO = CAD-CATEGORIA
                       MOVE 'Y' TO WS-CATG-ACHADO
                       MOVE CATG-DESCRICAO TO WS-CATG-DESC
                   ELSE
                       READ CATEGMFFILE
                           AT END SET WS-EOF-CATEGMF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CATEGMFFILE
           END-IF.

       1870-ACCEPT-ISBN.
           MOVE 'N' TO WS-ISBN-OK.
           PERFORM UNTIL WS-ISBN-OK = 'Y'
               DISPLAY 'ISBN-13...........: ' WITH NO ADVANCING
               ACCEPT CAD-ISBN
               IF CAD-ISBN = SPACES
                   MOVE 'Y' TO WS-ISBN-OK
               ELSE
                   CALL 'ISBNVALID' USING CAD-ISBN WS-ISBN-VALIDO
                   IF WS-ISBN-VALIDO NOT = 'Y'
                       DISPLAY 'ISBN INVALIDO - 13 DIGITOS, 978/979 '
                           'E DIGITO VERIFICADOR'
                   ELSE
                       MOVE CAD-ISBN TO WS-ISBN-BUSCA
                       PERFORM 1880-BUSCAR-ISBN
                       IF WS-ISBN-ACHADO = 'Y'
                          AND WS-ISBN-LIVRO NOT = CAD-BOOKNUM
                           DISPLAY 'ISBN JA CADASTRADO NO LIVRO '
                               WS-ISBN-LIVRO
                       ELSE
                           MOVE 'Y' TO WS-ISBN-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       1875-RESOLVER-LIVRO.
           MOVE 'N' TO WS-LIVRO-OK.
           IF WS-LIVRO-ENTRADA(6:8) = SPACES
               MOVE WS-LIVRO-ENTRADA(1:5) TO CAD-BOOKNUM
               MOVE 'Y' TO WS-LIVRO-OK
           ELSE
               CALL 'ISBNVALID' USING WS-LIVRO-ENTRADA WS-ISBN-VALIDO
               IF WS-ISBN-VALIDO NOT = 'Y'
                   DISPLAY 'ISBN INVALIDO: ' WS-LIVRO-ENTRADA
               ELSE
                   MOVE WS-LIVRO-ENTRADA TO WS-ISBN-BUSCA
                   PERFORM 1880-BUSCAR-ISBN
                   IF WS-ISBN-ACHADO = 'Y'
                       MOVE WS-ISBN-LIVRO TO CAD-BOOKNUM
                       MOVE 'Y' TO WS-LIVRO-OK
                   ELSE
                       DISPLAY 'ISBN NAO CADASTRADO: '
                           WS-LIVRO-ENTRADA
                   END-IF
               END-IF
           END-IF.

       1880-BUSCAR-ISBN.
           MOVE 'N' TO WS-ISBN-ACHADO.
           MOVE SPACES TO WS-ISBN-LIVRO.
           OPEN INPUT ISBNXREFFILE.
           IF WS-XREF-STATUS-OK
               MOVE WS-ISBN-BUSCA TO XREF-ISBN
               READ ISBNXREFFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ISBN-ACHADO
                       MOVE XREF-BOOKNUM TO WS-ISBN-LIVRO
               END-READ
               CLOSE ISBNXREFFILE
           END-IF.

       1890-GRAVAR-XREF.
           OPEN I-O ISBNXREFFILE.
           IF NOT WS-XREF-STATUS-OK
               OPEN OUTPUT ISBNXREFFILE
               CLOSE ISBNXREFFILE
               OPEN I-O ISBNXREFFILE
           END-IF.
           MOVE CAD-ISBN TO XREF-ISBN.
           MOVE CAD-BOOKNUM TO XREF-BOOKNUM.
           WRITE XREF-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ISBN ' CAD-ISBN
                       ' NA REFERENCIA CRUZADA'
           END-WRITE.
           CLOSE ISBNXREFFILE.

       1895-APAGAR-XREF.
           OPEN I-O ISBNXREFFILE.
           IF WS-XREF-STATUS-OK
               MOVE WS-ISBN-ANTERIOR TO XREF-ISBN
               DELETE ISBNXREFFILE
                   INVALID KEY CONTINUE
               END-DELETE
               CLOSE ISBNXREFFILE
           END-IF.

       2000-CONSULTAR.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
                   MOVE CAD-PRICE TO WS-PRECO-FMT
                   DISPLAY 'PRECO.............: ' WS-PRECO-FMT
                   DISPLAY 'AUTOR (ID)........: ' CAD-AUTHORID
                   MOVE SPACES TO WS-FORN-NOME
                   IF CAD-FORNECEDOR NOT = SPACES
                       PERFORM 1810-BUSCAR-FORNECEDOR
                   END-IF
                   DISPLAY 'FORNECEDOR........: ' CAD-FORNECEDOR
                       ' ' WS-FORN-NOME
                   MOVE SPACES TO WS-CATG-DESC
                   IF CAD-CATEGORIA NOT = SPACES
                       PERFORM 1860-BUSCAR-CATEGORIA
                   END-IF
                   DISPLAY 'CATEGORIA.........: ' CAD-CATEGORIA
                       ' ' WS-CATG-DESC
                   DISPLAY 'ISBN-13...........: ' CAD-ISBN
           END-READ.

       2600-DISPONIBILIDADE.

       2610-CONSULTAR-DISPONIB.
           DISPLAY 'CONSULTA DE DISPONIBILIDADE'.
           DISPLAY 'NUMERO OU ISBN (BRANCO=PESQUISAR): '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-LIVRO-ENTRADA.
           ACCEPT WS-LIVRO-ENTRADA.
           IF WS-LIVRO-ENTRADA = SPACES
               PERFORM 2510-PESQUISAR-CADASTRO
           ELSE
               PERFORM 1875-RESOLVER-LIVRO
               IF WS-LIVRO-OK = 'Y'
                   PERFORM 2020-EXIBIR-CADASTRO
               ELSE
                   MOVE '23' TO WS-CAD-STATUS
               END-IF
           END-IF.
           IF WS-CAD-STATUS-OK
               PERFORM 2620-MOSTRAR-ESTOQUE
           ELSE
               DISPLAY 'REJEITADA: ' REJ-IMAGE
                   ' MOTIVO ' REJ-REASON ' EM ' REJ-DATE
               IF REJ-ISBN NOT = SPACES
                   DISPLAY 'ISBN LIDO NO CAIXA: ' REJ-ISBN
               END-IF
               MOVE SPACE TO WS-CORR-OPCAO
               PERFORM UNTIL WS-CORR-OPCAO = 'C'
                          OR WS-CORR-OPCAO = 'P'
               WHEN '02' PERFORM 8100-ACCEPT-COPIAS
               WHEN '03' PERFORM 8200-ACCEPT-STATUS
               WHEN '04' PERFORM 8300-ACCEPT-DATA
               WHEN '05' PERFORM 2740-NOVO-LIVRO
               WHEN OTHER DISPLAY 'MOTIVO DESCONHECIDO - '
                   'CORRIJA TODOS OS CAMPOS'
                   PERFORM 2740-NOVO-LIVRO
       2740-NOVO-LIVRO.
           MOVE 'N' TO WS-CORR-OK.
           PERFORM UNTIL WS-CORR-OK = 'Y'
               DISPLAY 'LIVRO OU ISBN.....: ' WITH NO ADVANCING
               MOVE SPACES TO WS-LIVRO-ENTRADA
               ACCEPT WS-LIVRO-ENTRADA
               PERFORM 1875-RESOLVER-LIVRO
               IF WS-LIVRO-OK = 'Y'
                   READ CADASTROFILE
                       INVALID KEY
                           DISPLAY 'LIVRO NAO CADASTRADO - REINFORME'
                       NOT INVALID KEY
                           DISPLAY 'TITULO............: '
                               CAD-BOOKTITLE
                           MOVE CAD-BOOKNUM TO BSF-BOOKNUM
                           MOVE 'Y' TO WS-CORR-OK
                   END-READ
               END-IF
           END-PERFORM.

       2750-REVALIDAR.
                       MOVE ZEROS TO BIF-ONHAND
                       MOVE ZEROS TO BIF-REORDER-POINT
                       MOVE ZEROS TO BIF-ORDER-QTY
                       MOVE SPACES TO IJR-BEFORE-IMAGE
                       PERFORM 2920-ACEITAR-PONTOS
                       WRITE BIF-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO CRIAR REGISTRO'
                           NOT INVALID KEY
                               DISPLAY 'PONTO DE REPOSICAO GRAVADO'
                               PERFORM 2930-DIARIO-ESTOQUE
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY 'ESTOQUE ATUAL.....: ' BIF-ONHAND
                       DISPLAY 'PONTO ATUAL.......: '
                           BIF-REORDER-POINT
                       DISPLAY 'LOTE ATUAL........: ' BIF-ORDER-QTY
                       MOVE BIF-RECORD TO IJR-BEFORE-IMAGE
                       PERFORM 2920-ACEITAR-PONTOS
                       REWRITE BIF-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR'
                           NOT INVALID KEY
                               DISPLAY 'PONTO DE REPOSICAO GRAVADO'
                               PERFORM 2930-DIARIO-ESTOQUE
                       END-REWRITE
               END-READ
               CLOSE BOOKINVENTORYFILE
           MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX)
               TO BIF-ORDER-QTY.

       2930-DIARIO-ESTOQUE.
           MOVE 'MAIN' TO IJR-PROGRAM.
           MOVE BIF-RECORD TO IJR-AFTER-IMAGE.
           MOVE RETURN-CODE TO IJR-RETURN-CODE.
           CALL 'INVJRNL' USING IJR-RECORD.

       2800-VENDAS-SUSPEITAS.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 1500-ACCEPT-PRECO
               COMPUTE CAD-PRICE = WS-PRECO-NUM / 100
               PERFORM 1700-ACCEPT-AUTOR-ID
               PERFORM 1800-ACCEPT-FORNECEDOR
               PERFORM 1850-ACCEPT-CATEGORIA
               MOVE CAD-ISBN TO WS-ISBN-ANTERIOR
               PERFORM 1870-ACCEPT-ISBN
               PERFORM 3020-ACCEPT-SITUACAO-LIVRO
               REWRITE CAD-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO NA ALTERACAO'
                   NOT INVALID KEY
                       DISPLAY 'CADASTRO ALTERADO COM SUCESSO'
                       IF CAD-ISBN NOT = WS-ISBN-ANTERIOR
                           IF WS-ISBN-ANTERIOR NOT = SPACES
                               PERFORM 1895-APAGAR-XREF
                           END-IF
                           IF CAD-ISBN NOT = SPACES
                               PERFORM 1890-GRAVAR-XREF
                           END-IF
                       END-IF
                       MOVE 'A' TO WS-AUD-ACTION
                       MOVE CAD-RECORD TO WS-CAD-AFTER
                       PERFORM 1900-WRITE-CAD-AUDIT
                           DISPLAY 'ERRO NA EXCLUSAO'
                       NOT INVALID KEY
                           DISPLAY 'CADASTRO EXCLUIDO COM SUCESSO'
                           IF CAD-ISBN NOT = SPACES
                               MOVE CAD-ISBN TO WS-ISBN-ANTERIOR
                               PERFORM 1895-APAGAR-XREF
                           END-IF
                           MOVE 'E' TO WS-AUD-ACTION
                           MOVE SPACES TO WS-CAD-AFTER
                           PERFORM 1900-WRITE-CAD-AUDIT
           DISPLAY '9 - JORNAL DE SIGN-ON'.
           DISPLAY 'S - TRILHA DE APROVACOES SALARIAIS'.
           DISPLAY 'T - CAIXA DO DIA (BALCAO)'.
           DISPLAY 'P - REVISAO DE PRIVILEGIOS E SEGREGACAO'.
           DISPLAY 'W - PEDIDOS DA LOJA VIRTUAL'.
           DISPLAY 'X - VOLTAR'.
           DISPLAY 'OPCAO...: ' WITH NO ADVANCING.
           ACCEPT WS-REL-OPCAO.
                       WHEN '9' CALL 'SIGNONRPT'
                       WHEN 'S' CALL 'APPRRPT'
                       WHEN 'T' CALL 'TILLRPT'
                       WHEN 'P' CALL 'PRIVREV'
                       WHEN 'W' CALL 'WEBPED'
                       WHEN OTHER
                           DISPLAY 'OPCAO DE RELATORIO INVALIDA'
                   END-EVALUATE
           DISPLAY '2 - CONSULTAR'.
           DISPLAY '3 - ALTERAR'.
           DISPLAY '4 - EXCLUIR'.
           DISPLAY '5 - PROGRAMAR FERIAS'.
           DISPLAY '6 - DESCONTOS FIXOS EM FOLHA'.
           DISPLAY 'X - VOLTAR'.
           DISPLAY 'OPCAO...: ' WITH NO ADVANCING.
           ACCEPT WS-EMP-OPCAO.
               WHEN '2' PERFORM 7200-EMP-CONSULTAR
               WHEN '3' PERFORM 7300-EMP-ALTERAR
               WHEN '4' PERFORM 7400-EMP-EXCLUIR
               WHEN '5' PERFORM 7950-PROGRAMAR-FERIAS
               WHEN '6' PERFORM 7980-DESCONTOS-FIXOS
               WHEN 'X' CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           PERFORM 7600-ACCEPT-INGRESSO.
           PERFORM 7700-ACCEPT-SALARIO.
           PERFORM 7800-ACCEPT-GRADE.
           PERFORM 7860-ACCEPT-DEPTO.
           MOVE 'A' TO WS-EMP-SITUACAO.
           MOVE WS-EMP-RECORD TO WS-EMP-SALVO.
           READ EMPLOYEEMASTERFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-EMP-STATUS-OK
               DISPLAY 'ERRO: MATRICULA ' WS-EMP-MATRICULA
                   ' JA CADASTRADA'
           ELSE
               MOVE WS-EMP-SALVO TO WS-EMP-RECORD
               PERFORM 7115-EMP-INCLUIR-GRAVAR
           END-IF.

       7115-EMP-INCLUIR-GRAVAR.
           MOVE 'I' TO WS-APPR-TIPO.
           MOVE 'N' TO WS-APPR-QUEUED.
           MOVE SPACE TO WS-APPR-MOTIVO.
           MOVE SPACES TO WS-DEPTO-ANTERIOR WS-SIT-ANTERIOR.
           MOVE ZEROS TO WS-SAL-ANTERIOR.
           PERFORM 7870-CHECAR-POSICAO.
           IF WS-APPR-QUEUED = 'Y'
               PERFORM 7450-ENFILEIRAR-APROVACAO
           ELSE
               WRITE WS-EMP-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO: MATRICULA ' WS-EMP-MATRICULA
                           ' JA CADASTRADA'
                   NOT INVALID KEY
                       DISPLAY 'FUNCIONARIO INCLUIDO COM SUCESSO'
               END-WRITE
           END-IF.

       7200-EMP-CONSULTAR.
           PERFORM 5100-TAKE-LOCK.
                   DISPLAY 'SALARIO...........: ' WS-SAL-FMT
                   DISPLAY 'GRADE.............: ' WS-EMP-GRADE
                   DISPLAY 'SITUACAO..........: ' WS-EMP-SITUACAO
                   PERFORM 7910-SCAN-DEPTO
                       VARYING DX FROM 1 BY 1
                       UNTIL DX > WS-DEPTO-COUNT
                          OR WS-DEPTO-CODE(DX) = WS-EMP-DEPTO
                   IF DX > WS-DEPTO-COUNT
                       DISPLAY 'DEPARTAMENTO......: ' WS-EMP-DEPTO
                   ELSE
                       DISPLAY 'DEPARTAMENTO......: ' WS-EMP-DEPTO
                           ' ' WS-DEPTO-NOME(DX)
                   END-IF
           END-READ.

       7300-EMP-ALTERAR.
           END-READ.
           IF WS-EMP-STATUS-OK
               MOVE WS-EMP-SALARIO TO WS-SAL-ANTERIOR
               MOVE WS-EMP-DEPTO TO WS-DEPTO-ANTERIOR
               MOVE WS-EMP-SITUACAO TO WS-SIT-ANTERIOR
               DISPLAY 'NOVO NOME.........: ' WITH NO ADVANCING
               ACCEPT WS-EMP-NOME
               PERFORM 7600-ACCEPT-INGRESSO
               PERFORM 7700-ACCEPT-SALARIO
               PERFORM 7800-ACCEPT-GRADE
               PERFORM 7860-ACCEPT-DEPTO
               PERFORM 7850-ACCEPT-SITUACAO
               MOVE 'S' TO WS-APPR-TIPO
               MOVE SPACES TO WS-DEPTO-PEDIDO WS-SIT-PEDIDO
               MOVE SPACE TO WS-APPR-MOTIVO
               PERFORM 7440-CHECAR-LIMITE-SALARIO
               PERFORM 7870-CHECAR-POSICAO
               REWRITE WS-EMP-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO NA ALTERACAO'
                  OR (WS-APPR-ABS > ZEROS
                      AND WS-SAL-DELTA > WS-APPR-ABS)
                   MOVE 'Y' TO WS-APPR-QUEUED
                   MOVE 'L' TO WS-APPR-MOTIVO
                   MOVE WS-EMP-SALARIO TO WS-SAL-PEDIDO
                   MOVE WS-SAL-ANTERIOR TO WS-EMP-SALARIO
               END-IF
               CLOSE APPRCTLFILE
           END-IF.

      * A HIRE, TRANSFER, REACTIVATION OR RAISE THAT WOULD TAKE THE
      * DEPARTMENT PAST ITS APPROVED HEADCOUNT OR MONTHLY BUDGET ON
      * DEPTOMF.DAT IS NOT APPLIED: THE OLD SALARY, DEPARTMENT AND
      * SITUACAO ARE PUT BACK AND THE CHANGE GOES TO THE QUEUE.
      * DEPARTMENTS NOT ON THE MASTER, OR WITH ZERO LIMITS, ARE NOT
      * CONTROLLED.
       7870-CHECAR-POSICAO.
           MOVE 'N' TO WS-POS-ENTRA.
           IF WS-APPR-TIPO = 'I'
              OR WS-EMP-DEPTO NOT = WS-DEPTO-ANTERIOR
              OR WS-SIT-ANTERIOR = 'D'
               MOVE 'Y' TO WS-POS-ENTRA
           END-IF.
           PERFORM 7910-SCAN-DEPTO
               VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPTO-COUNT
                  OR WS-DEPTO-CODE(DX) = WS-EMP-DEPTO.
           IF NOT WS-EMP-DESLIGADO
              AND DX NOT > WS-DEPTO-COUNT
              AND (WS-POS-ENTRA = 'Y'
                   OR WS-EMP-SALARIO > WS-SAL-ANTERIOR)
               PERFORM 7872-MEDIR-POSICAO
           END-IF.
           IF WS-APPR-MOTIVO = 'Q' OR WS-APPR-MOTIVO = 'O'
               PERFORM 7874-RETER-ALTERACAO
           END-IF.

       7872-MEDIR-POSICAO.
           PERFORM 7875-SOMAR-DEPTO.
           ADD 1 TO WS-POS-EMPREGADOS.
           ADD WS-EMP-SALARIO TO WS-POS-FOLHA.
           IF WS-POS-ENTRA = 'Y'
              AND WS-DEPTO-QUADRO(DX) > ZEROS
              AND WS-POS-EMPREGADOS > WS-DEPTO-QUADRO(DX)
               MOVE 'Q' TO WS-APPR-MOTIVO
               DISPLAY 'DEPARTAMENTO ' WS-EMP-DEPTO
                   ' FICARIA COM ' WS-POS-EMPREGADOS
                   ' FUNCIONARIOS - QUADRO APROVADO '
                   WS-DEPTO-QUADRO(DX)
           ELSE
               IF WS-DEPTO-ORCAMENTO(DX) > ZEROS
                  AND WS-POS-FOLHA > WS-DEPTO-ORCAMENTO(DX)
                   MOVE 'O' TO WS-APPR-MOTIVO
                   MOVE WS-POS-FOLHA TO WS-POS-FMT
                   DISPLAY 'DEPARTAMENTO ' WS-EMP-DEPTO
                       ' FICARIA COM FOLHA DE ' WS-POS-FMT
                   MOVE WS-DEPTO-ORCAMENTO(DX) TO WS-POS-FMT
                   DISPLAY '   ORCAMENTO APROVADO ' WS-POS-FMT
               END-IF
           END-IF.

      * ON A CHANGE THE MASTER KEEPS THE OLD SALARY, DEPARTMENT AND
      * SITUACAO AND THE QUEUE CARRIES THE NEW ONES. A SALARY ALREADY
      * HELD BACK BY THE APPRCTL LIMIT IS ALREADY IN WS-SAL-PEDIDO.
       7874-RETER-ALTERACAO.
           IF WS-APPR-TIPO = 'I'
               MOVE WS-EMP-SALARIO TO WS-SAL-PEDIDO
               MOVE WS-EMP-DEPTO TO WS-DEPTO-PEDIDO
               MOVE WS-EMP-SITUACAO TO WS-SIT-PEDIDO
           ELSE
               IF WS-APPR-QUEUED NOT = 'Y'
                   MOVE WS-EMP-SALARIO TO WS-SAL-PEDIDO
                   MOVE WS-SAL-ANTERIOR TO WS-EMP-SALARIO
               END-IF
               MOVE WS-EMP-DEPTO TO WS-DEPTO-PEDIDO
               MOVE WS-DEPTO-ANTERIOR TO WS-EMP-DEPTO
               MOVE WS-EMP-SITUACAO TO WS-SIT-PEDIDO
               MOVE WS-SIT-ANTERIOR TO WS-EMP-SITUACAO
           END-IF.
           MOVE 'Y' TO WS-APPR-QUEUED.

      * HEADCOUNT AND MONTHLY SALARIES OF THE OTHER NON-DISMISSED
      * EMPLOYEES OF THE DEPARTMENT. THE RECORD BEING KEYED IN IS
      * SAVED AND PUT BACK AROUND THE PASS OVER THE MASTER.
       7875-SOMAR-DEPTO.
           MOVE ZEROS TO WS-POS-EMPREGADOS WS-POS-FOLHA.
           MOVE WS-EMP-RECORD TO WS-EMP-SALVO.
           MOVE WS-EMP-DEPTO TO WS-POS-DEPTO.
           MOVE WS-EMP-MATRICULA TO WS-POS-MATRICULA.
           MOVE 'N' TO WS-POS-FIM.
           MOVE ZEROS TO WS-EMP-MATRICULA.
           START EMPLOYEEMASTERFILE KEY NOT < WS-EMP-MATRICULA
               INVALID KEY MOVE 'Y' TO WS-POS-FIM
           END-START.
           PERFORM 7880-SOMAR-EMPREGADO
               UNTIL WS-POS-FIM = 'Y'.
           MOVE WS-EMP-SALVO TO WS-EMP-RECORD.

       7880-SOMAR-EMPREGADO.
           READ EMPLOYEEMASTERFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-POS-FIM
               NOT AT END
                   IF WS-EMP-DEPTO = WS-POS-DEPTO
                      AND WS-EMP-MATRICULA NOT = WS-POS-MATRICULA
                      AND NOT WS-EMP-DESLIGADO
                       ADD 1 TO WS-POS-EMPREGADOS
                       ADD WS-EMP-SALARIO TO WS-POS-FOLHA
                   END-IF
           END-READ.

       7450-ENFILEIRAR-APROVACAO.
           OPEN EXTEND SALAPPRFILE.
           IF WS-APR-NOT-FOUND
           MOVE 'P' TO AP-STATUS.
           MOVE SPACES TO AP-APROVADOR.
           MOVE ZEROS TO AP-DATA-DECISAO.
           MOVE WS-APPR-TIPO TO AP-TIPO.
           MOVE WS-APPR-MOTIVO TO AP-MOTIVO.
           MOVE WS-DEPTO-PEDIDO TO AP-DEPTO.
           MOVE WS-EMP-NOME TO AP-NOME.
           MOVE WS-EMP-ANO-INGRESSO TO AP-ANO-INGRESSO.
           MOVE WS-EMP-MES-INGRESSO TO AP-MES-INGRESSO.
           MOVE WS-EMP-GRADE TO AP-GRADE.
           MOVE WS-SIT-PEDIDO TO AP-SITUACAO.
           WRITE AP-RECORD.
           CLOSE SALAPPRFILE.
           EVALUATE TRUE
               WHEN WS-APPR-TIPO = 'I'
                   DISPLAY 'INCLUSAO EXCEDE O QUADRO OU O ORCAMENTO '
                       'DO DEPARTAMENTO - PEDIDO ENVIADO PARA '
                       'APROVACAO'
               WHEN WS-APPR-MOTIVO = 'Q' OR WS-APPR-MOTIVO = 'O'
                   DISPLAY 'ALTERACAO EXCEDE O QUADRO OU O ORCAMENTO '
                       'DO DEPARTAMENTO - SALARIO E DEPARTAMENTO '
                       'MANTIDOS E PEDIDO ENVIADO PARA APROVACAO'
               WHEN OTHER
                   DISPLAY 'AUMENTO ACIMA DO LIMITE - SALARIO MANTIDO '
                       'E PEDIDO ENVIADO PARA APROVACAO'
           END-EVALUATE.

       7460-APROVAR-SALARIOS.
           PERFORM 5100-TAKE-LOCK.
                       'DEVE DECIDIR'
                   WRITE APTMP-RECORD FROM AP-RECORD
               ELSE
                   PERFORM 7476-MOSTRAR-PEDIDO
                   MOVE SPACE TO WS-APPR-OPCAO
                   PERFORM UNTIL WS-APPR-OPCAO = 'A'
                              OR WS-APPR-OPCAO = 'R'
           END-IF.
           PERFORM 7472-LER-PEDIDO.

       7476-MOSTRAR-PEDIDO.
           MOVE AP-SAL-ANT TO WS-SAL-FMT.
           MOVE AP-SAL-NOVO TO WS-SAL-FMT2.
           IF AP-INCLUSAO
               DISPLAY 'INCLUSAO DA MATRICULA ' AP-MATRICULA ' '
                   AP-NOME
               DISPLAY '   DEPARTAMENTO ' AP-DEPTO ' GRADE ' AP-GRADE
                   ' SALARIO ' WS-SAL-FMT2
                   ' (SOLICITANTE ' AP-SOLICITANTE ')'
           ELSE
               DISPLAY 'MATRICULA ' AP-MATRICULA ' DE '
                   WS-SAL-FMT ' PARA ' WS-SAL-FMT2
                   ' (SOLICITANTE ' AP-SOLICITANTE ')'
               IF AP-DEPTO NOT = SPACES
                   DISPLAY '   NOVO DEPARTAMENTO ' AP-DEPTO
                       ' SITUACAO ' AP-SITUACAO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN AP-MOT-QUADRO
                   DISPLAY '   MOTIVO: EXCEDE O QUADRO APROVADO'
               WHEN AP-MOT-ORCAMENTO
                   DISPLAY '   MOTIVO: EXCEDE O ORCAMENTO APROVADO'
               WHEN OTHER
                   DISPLAY '   MOTIVO: AUMENTO ACIMA DO LIMITE'
           END-EVALUATE.

       7478-APLICAR-INCLUSAO.
           MOVE AP-MATRICULA TO WS-EMP-MATRICULA.
           MOVE AP-NOME TO WS-EMP-NOME.
           MOVE AP-ANO-INGRESSO TO WS-EMP-ANO-INGRESSO.
           MOVE AP-MES-INGRESSO TO WS-EMP-MES-INGRESSO.
           MOVE AP-SAL-NOVO TO WS-EMP-SALARIO.
           MOVE AP-GRADE TO WS-EMP-GRADE.
           MOVE 'A' TO WS-EMP-SITUACAO.
           MOVE AP-DEPTO TO WS-EMP-DEPTO.
           WRITE WS-EMP-RECORD
               INVALID KEY
                   DISPLAY 'MATRICULA ' AP-MATRICULA
                       ' JA CADASTRADA - PEDIDO MANTIDO'
                   WRITE APTMP-RECORD FROM AP-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'A' TO AP-STATUS
                   MOVE WS-OPERADOR-ID TO AP-APROVADOR
                   ACCEPT AP-DATA-DECISAO FROM DATE YYYYMMDD
                   MOVE 'Y' TO WS-APPR-MUDOU
                   WRITE APTMP-RECORD FROM AP-RECORD
                   DISPLAY 'APROVADO E INCLUIDO'
           END-WRITE.

       7480-APLICAR-APROVACAO.
           IF AP-INCLUSAO
               PERFORM 7478-APLICAR-INCLUSAO
           ELSE
               PERFORM 7482-APLICAR-ALTERACAO
           END-IF.

       7482-APLICAR-ALTERACAO.
           MOVE AP-MATRICULA TO WS-EMP-MATRICULA.
           READ EMPLOYEEMASTERFILE
               INVALID KEY
               NOT INVALID KEY
                   MOVE WS-EMP-SALARIO TO WS-SAL-ANTERIOR
                   MOVE AP-SAL-NOVO TO WS-EMP-SALARIO
                   IF AP-DEPTO NOT = SPACES
                       MOVE AP-DEPTO TO WS-EMP-DEPTO
                   END-IF
                   IF AP-SITUACAO NOT = SPACE
                       MOVE AP-SITUACAO TO WS-EMP-SITUACAO
                   END-IF
                   REWRITE WS-EMP-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO APLICAR APROVACAO'
                               FROM DATE YYYYMMDD
                           MOVE 'Y' TO WS-APPR-MUDOU
                           WRITE APTMP-RECORD FROM AP-RECORD
                           IF AP-SAL-NOVO NOT = WS-SAL-ANTERIOR
                               PERFORM 7485-HISTORICO-APROVACAO
                           END-IF
                           DISPLAY 'APROVADO E APLICADO'
                   END-REWRITE
           END-READ.
                   DISPLAY 'FUNCIONARIO EXCLUIDO COM SUCESSO'
           END-DELETE.

       7950-PROGRAMAR-FERIAS.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 0060-OPEN-EMPMF
               PERFORM 7955-CAPTURAR-FERIAS
               CLOSE EMPLOYEEMASTERFILE
               PERFORM 5200-FREE-LOCK
           END-IF.

       7955-CAPTURAR-FERIAS.
           DISPLAY 'PROGRAMACAO DE FERIAS'.
           PERFORM 7500-ACCEPT-MATRICULA.
           READ EMPLOYEEMASTERFILE
               INVALID KEY
                   DISPLAY 'ERRO: MATRICULA ' WS-EMP-MATRICULA
                       ' NAO ENCONTRADA'
           END-READ.
           IF WS-EMP-STATUS-OK
               DISPLAY 'NOME..............: ' WS-EMP-NOME
               IF WS-EMP-SITUACAO = 'D' OR WS-EMP-SITUACAO = 'F'
                   DISPLAY 'FUNCIONARIO NAO ATIVO - SITUACAO '
                       WS-EMP-SITUACAO
               ELSE
                   PERFORM 7960-SALDO-FERIAS
                   MOVE WS-FER-SALDO TO WS-FER-SALDO-ED
                   DISPLAY 'SALDO DE FERIAS...: ' WS-FER-SALDO-ED
                       ' DIAS'
                   IF WS-FER-SALDO < 5
                       DISPLAY 'SEM SALDO DE PERIODO AQUISITIVO '
                           'COMPLETO PARA PROGRAMAR'
                   ELSE
                       MOVE WS-EMP-MATRICULA TO FPROG-MATRICULA
                       PERFORM 7965-ACCEPT-INICIO-FERIAS
                       PERFORM 7970-ACCEPT-DIAS-FERIAS
                       IF WS-FER-PEDIDO > WS-FER-SALDO
                           DISPLAY 'DIAS ALEM DO SALDO - PROGRAMACAO '
                               'RECUSADA'
                       ELSE
                           PERFORM 7975-APPEND-FERIAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       7960-SALDO-FERIAS.
           MOVE ZEROS TO WS-FER-SALDO.
           OPEN INPUT FERIASLEDGERFILE.
           IF WS-FLED-STATUS-OK
               READ FERIASLEDGERFILE
                   AT END SET WS-EOF-FLED TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-FLED
                   IF FLED-MATRICULA = WS-EMP-MATRICULA
                      AND FLED-COMPLETO = 'S'
                       COMPUTE WS-FER-SALDO = WS-FER-SALDO
                           + FLED-DIAS-DIREITO - FLED-DIAS-GOZADOS
                           - FLED-DIAS-VENDIDOS
                   END-IF
                   READ FERIASLEDGERFILE
                       AT END SET WS-EOF-FLED TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FERIASLEDGERFILE
           END-IF.
           OPEN INPUT FERIASPROGFILE.
           IF WS-FPROG-STATUS-OK
               READ FERIASPROGFILE
                   AT END SET WS-EOF-FPROG TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-FPROG
                   IF FPROG-MATRICULA = WS-EMP-MATRICULA
                      AND FPROG-STATUS = 'N'
                       SUBTRACT FPROG-DIAS FROM WS-FER-SALDO
                       IF FPROG-ABONO = 'S'
                           SUBTRACT 10 FROM WS-FER-SALDO
                       END-IF
                   END-IF
                   READ FERIASPROGFILE
                       AT END SET WS-EOF-FPROG TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FERIASPROGFILE
           END-IF.
           IF WS-FER-SALDO < ZEROS
               MOVE ZEROS TO WS-FER-SALDO
           END-IF.

       7965-ACCEPT-INICIO-FERIAS.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = 'Y'
               DISPLAY 'INICIO (AAAAMMDD).: ' WITH NO ADVANCING
               ACCEPT WS-VENDA-DATA
               CALL 'DATEVALID' USING WS-VENDA-DATA
                   WS-DATA-VALIDA
               IF WS-DATA-VALIDA = 'Y'
                   MOVE WS-VENDA-DATA TO FPROG-INICIO
               ELSE
                   DISPLAY 'DATA INVALIDA - USE AAAAMMDD'
               END-IF
           END-PERFORM.
           IF FPROG-INICIO < WS-HOJE-DATA
               DISPLAY 'AVISO: INICIO NO PASSADO - REGISTRA O GOZO, '
                   'A FOLHA NAO PAGA'
           END-IF.

       7970-ACCEPT-DIAS-FERIAS.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'DIAS DE GOZO (5 A 30): ' WITH NO ADVANCING
               ACCEPT WS-TRANS-FERIAS
               IF WS-TRANS-FERIAS(2:1) = SPACE
                   MOVE WS-TRANS-FERIAS(1:1) TO WS-TRANS-FERIAS(2:1)
                   MOVE '0' TO WS-TRANS-FERIAS(1:1)
               END-IF
               IF WS-TRANS-FERIAS IS NUMERIC
                  AND WS-TRANS-FERIAS NOT < '05'
                  AND WS-TRANS-FERIAS NOT > '30'
                   MOVE WS-TRANS-FERIAS TO FPROG-DIAS
                   MOVE 'Y' TO WS-NUM-VALIDO
               ELSE
                   DISPLAY 'DIAS INVALIDOS - DE 5 A 30'
               END-IF
           END-PERFORM.
           MOVE SPACE TO FPROG-ABONO.
           PERFORM UNTIL FPROG-ABONO = 'S' OR FPROG-ABONO = 'N'
               DISPLAY 'VENDER 10 DIAS (S/N): ' WITH NO ADVANCING
               ACCEPT FPROG-ABONO
               IF FPROG-ABONO = 'S' AND FPROG-DIAS > 20
                   DISPLAY 'COM ABONO O GOZO E DE NO MAXIMO 20 DIAS'
                   MOVE SPACE TO FPROG-ABONO
               END-IF
           END-PERFORM.
           MOVE FPROG-DIAS TO WS-FER-PEDIDO.
           IF FPROG-ABONO = 'S'
               ADD 10 TO WS-FER-PEDIDO
           END-IF.

       7975-APPEND-FERIAS.
           MOVE 'N' TO FPROG-STATUS.
           MOVE WS-HOJE-DATA TO FPROG-DATA-REG.
           MOVE WS-OPERADOR-ID TO FPROG-OPERADOR.
           OPEN EXTEND FERIASPROGFILE.
           IF WS-FPROG-NOT-FOUND
               OPEN OUTPUT FERIASPROGFILE
           END-IF.
           IF WS-FPROG-STATUS-OK
               WRITE FPROG-RECORD
               CLOSE FERIASPROGFILE
               DISPLAY 'FERIAS PROGRAMADAS - ALOCADAS NO PROXIMO LOTE'
           ELSE
               DISPLAY 'ERRO AO GRAVAR PROGRAMACAO - STATUS '
                   WS-FPROG-STATUS
           END-IF.

       7980-DESCONTOS-FIXOS.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 0060-OPEN-EMPMF
               PERFORM 7981-MANTER-DESCONTOS
               CLOSE EMPLOYEEMASTERFILE
               PERFORM 5200-FREE-LOCK
           END-IF.

       7981-MANTER-DESCONTOS.
           DISPLAY 'DESCONTOS FIXOS EM FOLHA'.
           PERFORM 7500-ACCEPT-MATRICULA.
           READ EMPLOYEEMASTERFILE
               INVALID KEY
                   DISPLAY 'ERRO: MATRICULA ' WS-EMP-MATRICULA
                       ' NAO ENCONTRADA'
           END-READ.
           IF WS-EMP-STATUS-OK
               DISPLAY 'NOME..............: ' WS-EMP-NOME
               PERFORM 7982-LISTAR-DESCONTOS
               MOVE SPACE TO WS-DSC-OPCAO
               PERFORM UNTIL WS-DSC-OPCAO = 'I'
                          OR WS-DSC-OPCAO = 'E'
                          OR WS-DSC-OPCAO = 'X'
                   DISPLAY 'I=INCLUIR E=ENCERRAR X=SAIR: '
                       WITH NO ADVANCING
                   ACCEPT WS-DSC-OPCAO
               END-PERFORM
               EVALUATE WS-DSC-OPCAO
                   WHEN 'I' PERFORM 7983-INCLUIR-DESCONTO
                   WHEN 'E' PERFORM 7990-ENCERRAR-DESCONTO
               END-EVALUATE
           END-IF.

       7982-LISTAR-DESCONTOS.
           MOVE ZEROS TO WS-DSC-SEQ.
           OPEN INPUT EMPDESCFILE.
           IF WS-EDSC-STATUS-OK
               READ EMPDESCFILE
                   AT END SET WS-EOF-EDSC TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-EDSC
                   IF DSC-MATRICULA = WS-EMP-MATRICULA
                       ADD 1 TO WS-DSC-SEQ
                       MOVE DSC-VALOR TO WS-DSC-VALOR-ED
                       MOVE DSC-PERCENTUAL TO WS-DSC-PERC-ED
                       DISPLAY WS-DSC-SEQ ' ' DSC-TIPO
                           ' VALOR ' WS-DSC-VALOR-ED
                           ' PERC ' WS-DSC-PERC-ED
                           ' DE ' DSC-INICIO ' ATE ' DSC-FIM
                           ' PARC ' DSC-PARCELAS '/' DSC-PARC-TOTAL
                           ' ' DSC-SITUACAO ' ' DSC-REFERENCIA
                   END-IF
                   READ EMPDESCFILE
                       AT END SET WS-EOF-EDSC TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EMPDESCFILE
           END-IF.
           IF WS-DSC-SEQ = ZEROS
               DISPLAY 'NENHUM DESCONTO CADASTRADO'
           END-IF.

       7983-INCLUIR-DESCONTO.
           MOVE WS-EMP-MATRICULA TO DSC-MATRICULA.
           MOVE SPACES TO DSC-TIPO.
           PERFORM UNTIL DSC-TIPO = 'VT' OR DSC-TIPO = 'VR'
                      OR DSC-TIPO = 'SA' OR DSC-TIPO = 'DP'
                      OR DSC-TIPO = 'SI' OR DSC-TIPO = 'CO'
               DISPLAY 'TIPO (VT VR SA DP SI CO): ' WITH NO ADVANCING
               ACCEPT DSC-TIPO
               IF DSC-TIPO NOT = 'VT' AND DSC-TIPO NOT = 'VR'
                  AND DSC-TIPO NOT = 'SA' AND DSC-TIPO NOT = 'DP'
                  AND DSC-TIPO NOT = 'SI' AND DSC-TIPO NOT = 'CO'
                   DISPLAY 'TIPO INVALIDO - VT VALE-TRANSPORTE, VR '
                       'VALE-REFEICAO, SA SAUDE, DP DEPENDENTE, '
                       'SI SINDICATO, CO CONSIGNADO'
               END-IF
           END-PERFORM.
           MOVE ZEROS TO DSC-VALOR DSC-PERCENTUAL DSC-FIM
               DSC-PARCELAS DSC-PARC-TOTAL DSC-ULT-MES.
           EVALUATE DSC-TIPO
               WHEN 'VT'
                   DISPLAY 'CUSTO MENSAL DO VALE-TRANSPORTE'
                   PERFORM 7984-ACCEPT-CENTAVOS
                   MOVE WS-DSC-VALOR-NUM TO DSC-VALOR
                   MOVE 6 TO DSC-PERCENTUAL
               WHEN 'CO'
                   DISPLAY 'VALOR DA PARCELA'
                   PERFORM 7984-ACCEPT-CENTAVOS
                   MOVE WS-DSC-VALOR-NUM TO DSC-VALOR
                   PERFORM 7985-ACCEPT-PARCELAS
               WHEN OTHER
                   MOVE SPACE TO WS-DSC-OPCAO
                   PERFORM UNTIL WS-DSC-OPCAO = 'V'
                              OR WS-DSC-OPCAO = 'P'
                       DISPLAY 'V=VALOR FIXO P=PERCENTUAL DO SALARIO: '
                           WITH NO ADVANCING
                       ACCEPT WS-DSC-OPCAO
                   END-PERFORM
                   IF WS-DSC-OPCAO = 'V'
                       PERFORM 7984-ACCEPT-CENTAVOS
                       MOVE WS-DSC-VALOR-NUM TO DSC-VALOR
                   ELSE
                       PERFORM 7986-ACCEPT-PERCENTUAL
                   END-IF
           END-EVALUATE.
           DISPLAY 'CONTRATO/REFERENCIA: ' WITH NO ADVANCING.
           MOVE SPACES TO DSC-REFERENCIA.
           ACCEPT DSC-REFERENCIA.
           PERFORM 7988-ACCEPT-MES-INICIO.
           IF DSC-TIPO NOT = 'CO'
               PERFORM 7989-ACCEPT-MES-FIM
           END-IF.
           MOVE 'A' TO DSC-SITUACAO.
           OPEN EXTEND EMPDESCFILE.
           IF WS-EDSC-NOT-FOUND
               OPEN OUTPUT EMPDESCFILE
           END-IF.
           IF WS-EDSC-STATUS-OK
               WRITE DSC-RECORD
               CLOSE EMPDESCFILE
               DISPLAY 'DESCONTO INCLUIDO - VALE A PARTIR DA FOLHA DE '
                   DSC-INICIO
           ELSE
               DISPLAY 'ERRO AO GRAVAR EMPDESC - STATUS '
                   WS-EDSC-STATUS
           END-IF.

       7984-ACCEPT-CENTAVOS.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'VALOR (CENTAVOS)..: ' WITH NO ADVANCING
               ACCEPT WS-PRECO-ENTRADA
               CALL 'NUMVALID' USING WS-PRECO-ENTRADA WS-NUM-VALIDO
               IF WS-NUM-VALIDO NOT = 'Y'
                   DISPLAY 'VALOR INVALIDO - SOMENTE DIGITOS'
               ELSE
                   IF WS-PRECO-ENTRADA(10:9) NOT = SPACES
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'VALOR INVALIDO - MAXIMO 9 DIGITOS'
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1600-SCAN-PRECO
               VARYING WS-PRECO-IX FROM 18 BY -1
               UNTIL WS-PRECO-IX < 1
                  OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE.
           MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX) TO WS-SAL-NUM.
           COMPUTE WS-DSC-VALOR-NUM = WS-SAL-NUM / 100.
           IF WS-DSC-VALOR-NUM = ZEROS
               DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO'
               GO TO 7984-ACCEPT-CENTAVOS
           END-IF.

       7985-ACCEPT-PARCELAS.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'NUMERO DE PARCELAS: ' WITH NO ADVANCING
               ACCEPT WS-PRECO-ENTRADA
               CALL 'NUMVALID' USING WS-PRECO-ENTRADA WS-NUM-VALIDO
               IF WS-NUM-VALIDO NOT = 'Y'
                   DISPLAY 'PARCELAS INVALIDAS - SOMENTE DIGITOS'
               ELSE
                   IF WS-PRECO-ENTRADA(4:15) NOT = SPACES
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'PARCELAS INVALIDAS - MAXIMO 999'
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1600-SCAN-PRECO
               VARYING WS-PRECO-IX FROM 18 BY -1
               UNTIL WS-PRECO-IX < 1
                  OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE.
           MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX) TO DSC-PARCELAS.
           IF DSC-PARCELAS = ZEROS
               DISPLAY 'INFORME AO MENOS UMA PARCELA'
               GO TO 7985-ACCEPT-PARCELAS
           END-IF.
           MOVE DSC-PARCELAS TO DSC-PARC-TOTAL.

       7986-ACCEPT-PERCENTUAL.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'PERCENTUAL (CENTESIMOS, 600 = 6%): '
                   WITH NO ADVANCING
               ACCEPT WS-PRECO-ENTRADA
               CALL 'NUMVALID' USING WS-PRECO-ENTRADA WS-NUM-VALIDO
               IF WS-NUM-VALIDO NOT = 'Y'
                   DISPLAY 'PERCENTUAL INVALIDO - SOMENTE DIGITOS'
               ELSE
                   IF WS-PRECO-ENTRADA(5:14) NOT = SPACES
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'PERCENTUAL INVALIDO - MAXIMO 9999'
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1600-SCAN-PRECO
               VARYING WS-PRECO-IX FROM 18 BY -1
               UNTIL WS-PRECO-IX < 1
                  OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE.
           MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX) TO WS-SAL-NUM.
           COMPUTE DSC-PERCENTUAL = WS-SAL-NUM / 100.
           IF DSC-PERCENTUAL = ZEROS
               DISPLAY 'PERCENTUAL DEVE SER MAIOR QUE ZERO'
               GO TO 7986-ACCEPT-PERCENTUAL
           END-IF.

       7988-ACCEPT-MES-INICIO.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.
           DISPLAY 'MES INICIAL (AAAAMM, BRANCO = ATUAL): '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DSC-MES-ENTRADA.
           ACCEPT WS-DSC-MES-ENTRADA.
           IF WS-DSC-MES-ENTRADA = SPACES
               COMPUTE DSC-INICIO = WS-HOJE-DATA / 100
           ELSE
               STRING WS-DSC-MES-ENTRADA '01' DELIMITED BY SIZE
                   INTO WS-DATA-TESTE
               END-STRING
               CALL 'DATEVALID' USING WS-DATA-TESTE WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 'Y'
                   DISPLAY 'MES INVALIDO - USE AAAAMM'
                   GO TO 7988-ACCEPT-MES-INICIO
               END-IF
               MOVE WS-DSC-MES-ENTRADA TO DSC-INICIO
           END-IF.

       7989-ACCEPT-MES-FIM.
           DISPLAY 'MES FINAL (AAAAMM, BRANCO = SEM FIM): '
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DSC-MES-ENTRADA.
           ACCEPT WS-DSC-MES-ENTRADA.
           IF WS-DSC-MES-ENTRADA = SPACES
               MOVE ZEROS TO DSC-FIM
           ELSE
               STRING WS-DSC-MES-ENTRADA '01' DELIMITED BY SIZE
                   INTO WS-DATA-TESTE
               END-STRING
               CALL 'DATEVALID' USING WS-DATA-TESTE WS-DATA-VALIDA
               IF WS-DATA-VALIDA NOT = 'Y'
                   DISPLAY 'MES INVALIDO - USE AAAAMM'
                   GO TO 7989-ACCEPT-MES-FIM
               END-IF
               MOVE WS-DSC-MES-ENTRADA TO DSC-FIM
               IF DSC-FIM < DSC-INICIO
                   DISPLAY 'MES FINAL ANTES DO INICIAL'
                   GO TO 7989-ACCEPT-MES-FIM
               END-IF
           END-IF.

       7990-ENCERRAR-DESCONTO.
           IF WS-DSC-SEQ = ZEROS
               DISPLAY 'NADA A ENCERRAR'
           ELSE
               MOVE 'N' TO WS-NUM-VALIDO
               PERFORM UNTIL WS-NUM-VALIDO = 'Y'
                   DISPLAY 'NUMERO DO DESCONTO: ' WITH NO ADVANCING
                   ACCEPT WS-PRECO-ENTRADA
                   CALL 'NUMVALID' USING WS-PRECO-ENTRADA
                       WS-NUM-VALIDO
                   IF WS-NUM-VALIDO = 'Y'
                      AND WS-PRECO-ENTRADA(4:15) NOT = SPACES
                       MOVE 'N' TO WS-NUM-VALIDO
                   END-IF
                   IF WS-NUM-VALIDO = 'Y'
                       PERFORM 1600-SCAN-PRECO
                           VARYING WS-PRECO-IX FROM 18 BY -1
                           UNTIL WS-PRECO-IX < 1
                              OR WS-PRECO-ENTRADA(WS-PRECO-IX:1)
                                 NOT = SPACE
                       MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX)
                           TO WS-DSC-ALVO
                       IF WS-DSC-ALVO = ZEROS
                          OR WS-DSC-ALVO > WS-DSC-SEQ
                           MOVE 'N' TO WS-NUM-VALIDO
                       END-IF
                   END-IF
                   IF WS-NUM-VALIDO NOT = 'Y'
                       DISPLAY 'NUMERO INVALIDO - DE 1 A ' WS-DSC-SEQ
                   END-IF
               END-PERFORM
               PERFORM 7995-REGRAVAR-DESCONTOS
           END-IF.

       7995-REGRAVAR-DESCONTOS.
           MOVE ZEROS TO WS-DSC-SEQ.
           OPEN INPUT EMPDESCFILE.
           OPEN OUTPUT EMPDESCTEMP.
           READ EMPDESCFILE
               AT END SET WS-EOF-EDSC TO TRUE
           END-READ.
           PERFORM UNTIL WS-EOF-EDSC
               IF DSC-MATRICULA = WS-EMP-MATRICULA
                   ADD 1 TO WS-DSC-SEQ
                   IF WS-DSC-SEQ = WS-DSC-ALVO
                       MOVE 'E' TO DSC-SITUACAO
                   END-IF
               END-IF
               WRITE EDSCTMP-RECORD FROM DSC-RECORD
               READ EMPDESCFILE
                   AT END SET WS-EOF-EDSC TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMPDESCFILE, EMPDESCTEMP.
           OPEN INPUT EMPDESCTEMP.
           OPEN OUTPUT EMPDESCFILE.
           READ EMPDESCTEMP
               AT END SET WS-EOF-EDSCTMP TO TRUE
           END-READ.
           PERFORM UNTIL WS-EOF-EDSCTMP
               WRITE DSC-RECORD FROM EDSCTMP-RECORD
               READ EMPDESCTEMP
                   AT END SET WS-EOF-EDSCTMP TO TRUE
               END-READ
           END-PERFORM.
           CLOSE EMPDESCTEMP, EMPDESCFILE.
           DISPLAY 'DESCONTO ENCERRADO'.

       7500-ACCEPT-MATRICULA.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'MATRICULA.........: ' WITH NO ADVANCING
               ACCEPT WS-PRECO-ENTRADA
               CALL 'NUMVALID' USING WS-PRECO-ENTRADA WS-NUM-VALIDO
               IF WS-NUM-VALIDO NOT = 'Y'
                   DISPLAY 'MATRICULA INVALIDA - SOMENTE DIGITOS'
               ELSE
                   IF WS-PRECO-ENTRADA(7:12) NOT = SPACES
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'MATRICULA INVALIDA - MAXIMO 6 DIGITOS'
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1600-SCAN-PRECO
               VARYING WS-PRECO-IX FROM 18 BY -1
               UNTIL WS-PRECO-IX < 1
                  OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE.
           MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX) TO WS-EMP-MATRICULA.

       7600-ACCEPT-INGRESSO.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'ANO DE INGRESSO...: ' WITH NO ADVANCING
               ACCEPT WS-PRECO-ENTRADA
               CALL 'NUMVALID' USING WS-PRECO-ENTRADA WS-NUM-VALIDO
               IF WS-NUM-VALIDO NOT = 'Y'
                   DISPLAY 'ANO INVALIDO - SOMENTE DIGITOS'
               END-IF
           END-PERFORM.
           PERFORM 1600-SCAN-PRECO
               VARYING WS-PRECO-IX FROM 18 BY -1
               UNTIL WS-PRECO-IX < 1
                  OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE.
           MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX)
               TO WS-EMP-ANO-INGRESSO.
           STRING WS-EMP-ANO-INGRESSO '0101' DELIMITED BY SIZE
               INTO WS-DATA-TESTE
           END-STRING.
           CALL 'DATEVALID' USING WS-DATA-TESTE WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = 'Y'
               DISPLAY 'ANO INVALIDO - INFORME DE 1900 A 2100'
               GO TO 7600-ACCEPT-INGRESSO
           END-IF.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'MES DE INGRESSO...: ' WITH NO ADVANCING
               ACCEPT WS-PRECO-ENTRADA
               CALL 'NUMVALID' USING WS-PRECO-ENTRADA WS-NUM-VALIDO
               IF WS-NUM-VALIDO = 'Y'
                   PERFORM 1600-SCAN-PRECO
                       VARYING WS-PRECO-IX FROM 18 BY -1
                       UNTIL WS-PRECO-IX < 1
                          OR WS-PRECO-ENTRADA(WS-PRECO-IX:1)
                             NOT = SPACE
                   MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX)
                       TO WS-EMP-MES-INGRESSO
                   IF WS-EMP-MES-INGRESSO < 1
                      OR WS-EMP-MES-INGRESSO > 12
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'MES INVALIDO - INFORME DE 1 A 12'
                   END-IF
               ELSE
                   DISPLAY 'MES INVALIDO - SOMENTE DIGITOS'
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.

       7860-ACCEPT-DEPTO.
           MOVE 'N' TO WS-GRADE-OK.
           PERFORM UNTIL WS-GRADE-OK = 'Y'
               DISPLAY 'DEPARTAMENTO......: ' WITH NO ADVANCING
               ACCEPT WS-DEPTO-ENTRADA
               IF WS-DEPTO-COUNT = ZEROS
                   MOVE 'Y' TO WS-GRADE-OK
               ELSE
                   PERFORM 7910-SCAN-DEPTO
                       VARYING DX FROM 1 BY 1
                       UNTIL DX > WS-DEPTO-COUNT
                          OR WS-DEPTO-CODE(DX) = WS-DEPTO-ENTRADA
                   IF DX > WS-DEPTO-COUNT
                       DISPLAY 'DEPARTAMENTO NAO CADASTRADO EM '
                           'DEPTOMF - INFORME UM DEPARTAMENTO VALIDO'
                   ELSE
                       DISPLAY '   ' WS-DEPTO-NOME(DX)
                       MOVE 'Y' TO WS-GRADE-OK
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-DEPTO-ENTRADA TO WS-EMP-DEPTO.

       7900-SCAN-GRADE.
           CONTINUE.

       7910-SCAN-DEPTO.
           CONTINUE.

       8000-VENDA-BALCAO.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'

       8010-VENDA-BALCAO-CADASTRO.
           DISPLAY 'VENDA DE BALCAO'.
           DISPLAY 'LIVRO OU ISBN.....: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-LIVRO-ENTRADA.
           ACCEPT WS-LIVRO-ENTRADA.
           PERFORM 1875-RESOLVER-LIVRO.
           IF WS-LIVRO-OK = 'Y'
               READ CADASTROFILE
                   INVALID KEY
                       DISPLAY 'ERRO: LIVRO ' CAD-BOOKNUM
                           ' NAO CADASTRADO'
               END-READ
           ELSE
               MOVE '23' TO WS-CAD-STATUS
           END-IF.
           IF WS-CAD-STATUS-OK
              AND CAD-SITUACAO NOT = 'A'
              AND CAD-SITUACAO NOT = SPACE
                   PERFORM 8300-ACCEPT-DATA
                   PERFORM 8400-ACCEPT-REGIAO
                   PERFORM 8450-ACCEPT-CLIENTE
                   MOVE 'N' TO WS-NFCE-EMITIR
                   IF BSF-SALESTATUS = 'N'
                       PERFORM 8480-ACCEPT-DADOS-FISCAIS
                   END-IF
                   PERFORM 8470-VERIFICAR-PROMOCAO
                   MOVE 'S' TO WS-EMITIR-RECIBO
                   PERFORM 8500-APPEND-VENDA
                   MOVE 'N' TO WS-EMITIR-RECIBO
                   IF WS-BSF-STATUS-OK
                      AND BSF-SALESTATUS = 'R'
                       PERFORM 8590-CREDITO-DEVOLUCAO
                   END-IF
               END-IF
           END-IF
           END-IF.

       8450-ACCEPT-CLIENTE.
           MOVE SPACES TO BSF-CLIENTEID.
           MOVE ZEROS TO WS-CONTA-CLIENTE WS-CONTA-LIMITE
               WS-CONTA-SALDO.
           MOVE 'N' TO WS-NUM-VALIDO.
      *    A SALE OR BACKORDER STARTED FROM THE CLIENT INQUIRY (I)
      *    ALREADY KNOWS ITS CLIENT.
           IF WS-CCL-PRESET NOT = SPACES
               MOVE WS-CCL-PRESET TO WS-VENDA-CLIENTE
               PERFORM 8460-CHECK-CLIENTE
           END-IF.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'CLIENTE (OPCIONAL): ' WITH NO ADVANCING
               ACCEPT WS-VENDA-CLIENTE
                   NOT INVALID KEY
                       DISPLAY 'CLIENTE...........: ' CLI-NOME
                       MOVE CLI-CLIENTEID TO BSF-CLIENTEID
                       PERFORM 9550-NOTAR-CONTA
               END-READ
               CLOSE CLIENTMASTERFILE
           END-IF.

       8470-VERIFICAR-PROMOCAO.
           MOVE SPACES TO WS-PROMO-CODIGO.
           MOVE ZEROS TO WS-PROMO-DESCONTO.
           IF BSF-SALESTATUS = 'N'
               CALL 'PROMOFIND' USING CAD-BOOKNUM CAD-CATEGORIA
                   BSF-REGION BSF-SALEDATE
                   WS-PROMO-CODIGO WS-PROMO-DESCONTO
               IF WS-PROMO-DESCONTO > ZEROS
                   COMPUTE WS-PROMO-PRECO ROUNDED =
                       CAD-PRICE - (CAD-PRICE * WS-PROMO-DESCONTO
                           / 100)
                   MOVE WS-PROMO-DESCONTO TO WS-PROMO-PCT-FMT
                   DISPLAY 'PROMOCAO EM VIGOR.: ' WS-PROMO-CODIGO
                       ' - DESCONTO ' WS-PROMO-PCT-FMT '%'
                   MOVE WS-PROMO-PRECO TO WS-PRECO-FMT
                   DISPLAY 'PRECO PROMOCIONAL.: ' WS-PRECO-FMT
               END-IF
           END-IF.

       8480-ACCEPT-DADOS-FISCAIS.
           IF WS-NFCE-FILIAL = SPACES
               PERFORM 8482-ACCEPT-FILIAL-CAIXA
           ELSE
               DISPLAY 'FILIAL DO CAIXA...: ' WS-NFCE-FILIAL
           END-IF.
           IF WS-NFCE-FILIAL NOT = SPACES
               MOVE 'S' TO WS-NFCE-EMITIR
               PERFORM 8486-ACCEPT-DOC-CLIENTE
           END-IF.

       8482-ACCEPT-FILIAL-CAIXA.
           MOVE 'N' TO WS-NFCE-OK.
           PERFORM UNTIL WS-NFCE-OK = 'Y'
               DISPLAY 'FILIAL DO CAIXA (BRANCO=SEM NFC-E): '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-NFCE-ENTRADA
               ACCEPT WS-NFCE-ENTRADA
               IF WS-NFCE-ENTRADA = SPACES
                   DISPLAY 'ATENCAO: VENDA SEM NFC-E'
                   MOVE 'Y' TO WS-NFCE-OK
               ELSE
                   PERFORM 8484-BUSCAR-FILIAL
               END-IF
           END-PERFORM.

       8484-BUSCAR-FILIAL.
           OPEN INPUT BRANCHMASTERFILE.
           IF NOT WS-BRM-STATUS-OK
               DISPLAY 'BRANCHMF.DAT INDISPONIVEL - VENDA SEM NFC-E'
               MOVE 'Y' TO WS-NFCE-OK
           ELSE
               READ BRANCHMASTERFILE
                   AT END SET WS-EOF-BRANCHMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-BRANCHMF
                  OR BRM-CODE = WS-NFCE-ENTRADA(1:3)
                   READ BRANCHMASTERFILE
                       AT END SET WS-EOF-BRANCHMF TO TRUE
                   END-READ
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-EOF-BRANCHMF
                       DISPLAY 'FILIAL ' WS-NFCE-ENTRADA(1:3)
                           ' NAO CADASTRADA'
                   WHEN BRM-CNPJ = SPACES
                     OR BRM-UF IS NOT NUMERIC
                     OR BRM-SERIE-NFCE IS NOT NUMERIC
                       DISPLAY 'FILIAL ' BRM-CODE
                           ' SEM DADOS FISCAIS PARA NFC-E'
                   WHEN OTHER
                       DISPLAY 'FILIAL............: ' BRM-NAME
                       MOVE BRM-CODE TO WS-NFCE-FILIAL
                       MOVE BRM-CNPJ TO WS-NFCE-CNPJ
                       MOVE BRM-IE TO WS-NFCE-IE
                       MOVE BRM-UF TO WS-NFCE-UF
                       MOVE BRM-SERIE-NFCE TO WS-NFCE-SERIE
                       MOVE 'Y' TO WS-NFCE-OK
               END-EVALUATE
               CLOSE BRANCHMASTERFILE
           END-IF.

       8486-ACCEPT-DOC-CLIENTE.
           MOVE SPACES TO WS-NFCE-DEST.
           MOVE 'N' TO WS-NFCE-DOC-OK.
           PERFORM UNTIL WS-NFCE-DOC-OK = 'Y'
               DISPLAY 'CPF/CNPJ NA NOTA (OPCIONAL): ' WITH NO ADVANCING
               MOVE SPACES TO WS-NFCE-ENTRADA
               ACCEPT WS-NFCE-ENTRADA
               IF WS-NFCE-ENTRADA = SPACES
                   MOVE 'Y' TO WS-NFCE-DOC-OK
               ELSE
                   CALL 'DOCVALID' USING WS-NFCE-ENTRADA
                       WS-NFCE-DOC-OK WS-NFCE-DOC-TIPO
                   IF WS-NFCE-DOC-OK = 'Y'
                       MOVE WS-NFCE-ENTRADA TO WS-NFCE-DEST
                   ELSE
                       DISPLAY 'CPF/CNPJ INVALIDO - SOMENTE DIGITOS, '
                           'REINFORME OU BRANCO'
                   END-IF
               END-IF
           END-PERFORM.

       8500-APPEND-VENDA.
           OPEN EXTEND BOOKSALESFILE.
           IF WS-BSF-NOT-FOUND
               OPEN OUTPUT BOOKSALESFILE
           END-IF.
           IF WS-BSF-STATUS-OK
               WRITE BSF-RECORD
               CLOSE BOOKSALESFILE
               DISPLAY 'VENDA REGISTRADA COM SUCESSO'
               IF WS-EMITIR-RECIBO = 'S'
                  AND BSF-SALESTATUS = 'N'
                   PERFORM 8550-EMITIR-RECIBO
               END-IF
           ELSE
               DISPLAY 'ERRO AO ABRIR ARQUIVO DE VENDAS - STATUS '
                   WS-BSF-STATUS
           END-IF.

       8520-ANOTAR-REFEED.
           OPEN EXTEND REFEEDFILE.
           IF WS-RFD-NOT-FOUND
               OPEN OUTPUT REFEEDFILE
           END-IF.
           IF WS-RFD-STATUS-OK
               WRITE RFD-RECORD FROM BSF-RECORD
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 0050-OPEN-CADASTRO
               DISPLAY 'CONFERIR AVISO DE EMBARQUE (S/N)? '
                   WITH NO ADVANCING
               ACCEPT WS-ASN-RESPOSTA
               IF WS-ASN-RESPOSTA = 'S' OR WS-ASN-RESPOSTA = 's'
                   PERFORM 8660-CONFERIR-ASN
               ELSE
                   PERFORM 8610-CAPTURAR-RECEBIMENTO
               END-IF
               CLOSE CADASTROFILE
               PERFORM 5200-FREE-LOCK
           END-IF.

       8610-CAPTURAR-RECEBIMENTO.
           DISPLAY 'RECEBIMENTO DE ESTOQUE'.
           DISPLAY 'LIVRO OU ISBN.....: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-LIVRO-ENTRADA.
           ACCEPT WS-LIVRO-ENTRADA.
           PERFORM 1875-RESOLVER-LIVRO.
           IF WS-LIVRO-OK = 'Y'
               READ CADASTROFILE
                   INVALID KEY
                       DISPLAY 'ERRO: LIVRO ' CAD-BOOKNUM
                           ' NAO CADASTRADO'
               END-READ
           ELSE
               MOVE '23' TO WS-CAD-STATUS
           END-IF.
           IF WS-CAD-STATUS-OK
               DISPLAY 'TITULO............: ' CAD-BOOKTITLE
               MOVE CAD-BOOKNUM TO RCPT-BOOKNUM
               PERFORM 8630-ACCEPT-DATA-RCPT
               PERFORM 8640-ACCEPT-PEDIDO
               PERFORM 8645-ACCEPT-FILIAL
               PERFORM 8648-ACCEPT-CUSTO
               PERFORM 8650-APPEND-RECEBIMENTO
           END-IF.

               MOVE 'MTZ' TO RCPT-FILIAL
           END-IF.

       8648-ACCEPT-CUSTO.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'CUSTO UNIT. CENTAVOS (BRANCO=DO PEDIDO): '
                   WITH NO ADVANCING
               ACCEPT WS-PRECO-ENTRADA
               IF WS-PRECO-ENTRADA = SPACES
                   MOVE 'Y' TO WS-NUM-VALIDO
               ELSE
                   CALL 'NUMVALID' USING WS-PRECO-ENTRADA
                       WS-NUM-VALIDO
                   IF WS-NUM-VALIDO NOT = 'Y'
                       DISPLAY 'CUSTO INVALIDO - SOMENTE DIGITOS '
                           'OU BRANCO'
                   ELSE
                       IF WS-PRECO-ENTRADA(8:11) NOT = SPACES
                           MOVE 'N' TO WS-NUM-VALIDO
                           DISPLAY 'CUSTO INVALIDO - MAXIMO 7 '
                               'DIGITOS'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1600-SCAN-PRECO
               VARYING WS-PRECO-IX FROM 18 BY -1
               UNTIL WS-PRECO-IX < 1
                  OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE.
           MOVE ZEROS TO WS-PRECO-NUM.
           IF WS-PRECO-IX > ZEROS
               MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX) TO WS-PRECO-NUM
           END-IF.
           COMPUTE RCPT-CUSTO-UNIT = WS-PRECO-NUM / 100.

       8650-APPEND-RECEBIMENTO.
           OPEN EXTEND STOCKRCPTFILE.
           IF WS-RCPT-NOT-FOUND
                   WS-RCPT-STATUS
           END-IF.

       8660-CONFERIR-ASN.
           DISPLAY 'CONFERENCIA DE AVISO DE EMBARQUE'.
           OPEN I-O ASNPENDFILE.
           IF NOT WS-ASNP-STATUS-OK
               DISPLAY 'SEM AVISOS DE EMBARQUE PENDENTES - STATUS '
                   WS-ASNP-STATUS
           ELSE
               PERFORM 8640-ACCEPT-PEDIDO
               IF RCPT-PONUM = SPACES
                   DISPLAY 'CONFERENCIA CANCELADA - PEDIDO EM BRANCO'
               ELSE
                   MOVE RCPT-PONUM TO WS-ASN-PONUM
                   PERFORM 8645-ACCEPT-FILIAL
                   MOVE ZEROS TO WS-ASN-ACHADOS
                   MOVE 'N' TO WS-ASN-FIM
                   MOVE WS-ASN-PONUM TO ASNP-PONUM
                   MOVE ZEROS TO ASNP-SEQ
                   START ASNPENDFILE KEY NOT < ASNP-CHAVE
                       INVALID KEY MOVE 'Y' TO WS-ASN-FIM
                   END-START
                   PERFORM 8665-LER-ASN
                   PERFORM UNTIL WS-ASN-FIM = 'Y'
                       IF ASNP-PENDENTE
                           ADD 1 TO WS-ASN-ACHADOS
                           PERFORM 8670-CONFERIR-LINHA
                       END-IF
                       PERFORM 8665-LER-ASN
                   END-PERFORM
                   IF WS-ASN-ACHADOS = ZEROS
                       DISPLAY 'NENHUM AVISO PENDENTE PARA O PEDIDO '
                           WS-ASN-PONUM
                   END-IF
               END-IF
               CLOSE ASNPENDFILE
           END-IF.

       8665-LER-ASN.
           IF WS-ASN-FIM NOT = 'Y'
               READ ASNPENDFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ASN-FIM
               END-READ
               IF WS-ASN-FIM NOT = 'Y'
                  AND ASNP-PONUM NOT = WS-ASN-PONUM
                   MOVE 'Y' TO WS-ASN-FIM
               END-IF
           END-IF.

       8670-CONFERIR-LINHA.
           MOVE ASNP-BOOKNUM TO CAD-BOOKNUM.
           READ CADASTROFILE
               INVALID KEY MOVE SPACES TO CAD-BOOKTITLE
           END-READ.
           DISPLAY 'LIVRO ' ASNP-BOOKNUM ' ' CAD-BOOKTITLE.
           DISPLAY 'ENVIADO PELO FORNECEDOR: ' ASNP-QTY-ENVIADA
               '  PREVISTO PARA ' ASNP-DATA-PREVISTA.
           PERFORM 8675-ACCEPT-QTD-CONFERIDA.
           IF RCPT-QTY = ZEROS
               DISPLAY 'LINHA MANTIDA PENDENTE'
           ELSE
               MOVE ASNP-BOOKNUM TO RCPT-BOOKNUM
               ACCEPT RCPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ASN-PONUM TO RCPT-PONUM
               MOVE ZEROS TO RCPT-CUSTO-UNIT
               PERFORM 8650-APPEND-RECEBIMENTO
               IF WS-RCPT-STATUS-OK
                   SET ASNP-CONFERIDO TO TRUE
                   MOVE RCPT-QTY TO ASNP-QTY-CONFERIDA
                   MOVE RCPT-DATE TO ASNP-DATA-CONF
                   REWRITE ASNP-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO BAIXAR O AVISO - STATUS '
                               WS-ASNP-STATUS
                   END-REWRITE
               END-IF
           END-IF.

       8675-ACCEPT-QTD-CONFERIDA.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'QTD RECEBIDA (BRANCO=ENVIADA, 0=NAO CHEGOU): '
                   WITH NO ADVANCING
               ACCEPT WS-PRECO-ENTRADA
               IF WS-PRECO-ENTRADA = SPACES
                   MOVE 'Y' TO WS-NUM-VALIDO
               ELSE
                   CALL 'NUMVALID' USING WS-PRECO-ENTRADA
                       WS-NUM-VALIDO
                   IF WS-NUM-VALIDO NOT = 'Y'
                       DISPLAY 'QUANTIDADE INVALIDA - SOMENTE DIGITOS'
                   ELSE
                       IF WS-PRECO-ENTRADA(6:13) NOT = SPACES
                           MOVE 'N' TO WS-NUM-VALIDO
                           DISPLAY 'QUANTIDADE INVALIDA - MAXIMO 5 '
                               'DIGITOS'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PRECO-ENTRADA = SPACES
               MOVE ASNP-QTY-ENVIADA TO RCPT-QTY
           ELSE
               PERFORM 1600-SCAN-PRECO
                   VARYING WS-PRECO-IX FROM 18 BY -1
                   UNTIL WS-PRECO-IX < 1
                      OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE
               MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX) TO RCPT-QTY
           END-IF.

       8800-MUDANCA-SITUACAO.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
                   MOVE SPACES TO ESTRANS-RETORNO
                   MOVE SPACES TO ESTRANS-MOTIVO
               END-IF
               MOVE SPACE TO ESTRANS-TIPO-DESLIG
               MOVE SPACE TO ESTRANS-AVISO
               MOVE ZEROS TO ESTRANS-FERIAS-VENC
               IF ESTRANS-STATUS = 'D'
                   PERFORM 8845-ACCEPT-DESLIGAMENTO
               END-IF
               PERFORM 8850-APPEND-SITUACAO
           END-IF.

               END-IF
           END-PERFORM.

       8845-ACCEPT-DESLIGAMENTO.
           PERFORM UNTIL ESTRANS-TIPO-DESLIG = 'S'
                      OR ESTRANS-TIPO-DESLIG = 'J'
                      OR ESTRANS-TIPO-DESLIG = 'P'
                      OR ESTRANS-TIPO-DESLIG = 'T'
               DISPLAY 'TIPO (S=SEM JUSTA CAUSA J=JUSTA CAUSA '
                   'P=PEDIDO T=TERMINO CONTRATO): ' WITH NO ADVANCING
               ACCEPT ESTRANS-TIPO-DESLIG
               IF ESTRANS-TIPO-DESLIG NOT = 'S'
                  AND ESTRANS-TIPO-DESLIG NOT = 'J'
                  AND ESTRANS-TIPO-DESLIG NOT = 'P'
                  AND ESTRANS-TIPO-DESLIG NOT = 'T'
                   DISPLAY 'TIPO INVALIDO - USE S, J, P OU T'
               END-IF
           END-PERFORM.
           IF ESTRANS-TIPO-DESLIG = 'S'
               PERFORM UNTIL ESTRANS-AVISO = 'T'
                          OR ESTRANS-AVISO = 'I'
                   DISPLAY 'AVISO PREVIO (T=TRABALHADO I=INDENIZADO): '
                       WITH NO ADVANCING
                   ACCEPT ESTRANS-AVISO
                   IF ESTRANS-AVISO NOT = 'T'
                      AND ESTRANS-AVISO NOT = 'I'
                       DISPLAY 'AVISO INVALIDO - USE T OU I'
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'T' TO ESTRANS-AVISO
           END-IF.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'DIAS DE FERIAS VENCIDAS (BRANCO=0, MAX 60): '
                   WITH NO ADVANCING
               ACCEPT WS-TRANS-FERIAS
               IF WS-TRANS-FERIAS = SPACES
                   MOVE ZEROS TO ESTRANS-FERIAS-VENC
                   MOVE 'Y' TO WS-NUM-VALIDO
               ELSE
                   IF WS-TRANS-FERIAS(2:1) = SPACE
                       MOVE WS-TRANS-FERIAS(1:1) TO WS-TRANS-FERIAS(2:1)
                       MOVE '0' TO WS-TRANS-FERIAS(1:1)
                   END-IF
                   IF WS-TRANS-FERIAS IS NUMERIC
                      AND WS-TRANS-FERIAS NOT > '60'
                       MOVE WS-TRANS-FERIAS TO ESTRANS-FERIAS-VENC
                       MOVE 'Y' TO WS-NUM-VALIDO
                   ELSE
                       DISPLAY 'DIAS INVALIDOS - DE 0 A 60'
                   END-IF
               END-IF
           END-PERFORM.

       8850-APPEND-SITUACAO.
           OPEN EXTEND EMPSTATTRANSFILE.
           IF WS-ESTR-NOT-FOUND
                   WS-ESTR-STATUS
           END-IF.

       8900-BAIXA-ESTOQUE.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 0050-OPEN-CADASTRO
               PERFORM 8910-CAPTURAR-BAIXA
               CLOSE CADASTROFILE
               PERFORM 5200-FREE-LOCK
           END-IF.

       8910-CAPTURAR-BAIXA.
           DISPLAY 'BAIXA DE ESTOQUE (AVARIA/FURTO/AMOSTRA/OUTROS)'.
           DISPLAY 'NUMERO DO LIVRO...: ' WITH NO ADVANCING.
           ACCEPT CAD-BOOKNUM.
           READ CADASTROFILE
               INVALID KEY
                   DISPLAY 'ERRO: LIVRO ' CAD-BOOKNUM
                       ' NAO CADASTRADO'
           END-READ.
           IF WS-CAD-STATUS-OK
               DISPLAY 'TITULO............: ' CAD-BOOKTITLE
               MOVE CAD-BOOKNUM TO PERD-BOOKNUM
               PERFORM 8645-ACCEPT-FILIAL
               MOVE RCPT-FILIAL TO PERD-FILIAL
               PERFORM 8620-ACCEPT-QUANTIDADE
               MOVE RCPT-QTY TO PERD-QTY
               PERFORM 8920-ACCEPT-MOTIVO
               PERFORM 8630-ACCEPT-DATA-RCPT
               MOVE RCPT-DATE TO PERD-DATA
               MOVE WS-OPERADOR-ID TO PERD-OPERADOR
               PERFORM 8950-APPEND-BAIXA
           END-IF.

       8920-ACCEPT-MOTIVO.
           MOVE SPACE TO WS-PERD-MOTIVO.
           PERFORM UNTIL WS-PERD-MOTIVO-OK
               DISPLAY 'MOTIVO (D=AVARIA F=FURTO A=AMOSTRA O=OUTRO): '
                   WITH NO ADVANCING
               ACCEPT WS-PERD-MOTIVO
               IF NOT WS-PERD-MOTIVO-OK
                   DISPLAY 'MOTIVO INVALIDO - USE D, F, A OU O'
               END-IF
           END-PERFORM.
           MOVE WS-PERD-MOTIVO TO PERD-MOTIVO.

       8950-APPEND-BAIXA.
           OPEN EXTEND PERDATRANSFILE.
           IF WS-PERD-NOT-FOUND
               OPEN OUTPUT PERDATRANSFILE
           END-IF.
           IF WS-PERD-STATUS-OK
               WRITE PERD-RECORD
               CLOSE PERDATRANSFILE
               DISPLAY 'BAIXA REGISTRADA PARA O PROXIMO LOTE'
           ELSE
               DISPLAY 'ERRO AO GRAVAR BAIXA - STATUS '
                   WS-PERD-STATUS
           END-IF.

       8700-VALES.
           DISPLAY '-- VALES-PRESENTE --'.
           DISPLAY '1 - VENDER VALE'.
           DISPLAY '2 - CONSULTAR VALE'.
           DISPLAY 'X - VOLTAR'.
           DISPLAY 'OPCAO...: ' WITH NO ADVANCING.
           ACCEPT WS-VALE-OPCAO.
           EVALUATE WS-VALE-OPCAO
               WHEN '1' PERFORM 8710-VENDER-VALE
               WHEN '2' PERFORM 8760-CONSULTAR-VALE
               WHEN 'X' CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       8710-VENDER-VALE.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 8715-CAPTURAR-VALE
               PERFORM 5200-FREE-LOCK
           END-IF.

       8715-CAPTURAR-VALE.
           DISPLAY 'VENDA DE VALE-PRESENTE'.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.
           PERFORM 8720-ACCEPT-VALOR-VALE.
           PERFORM 8725-ACCEPT-VALIDADE.
           PERFORM 8645-ACCEPT-FILIAL.
           MOVE WS-VALE-VALOR TO WS-RECIBO-VALOR.
           MOVE 'N' TO WS-PAG-ACEITA-VALE.
           MOVE 'N' TO WS-PAG-ACEITA-PRAZO.
           PERFORM 8575-CAPTURAR-PAGAMENTO.
           MOVE 'V' TO WS-VALE-TIPO.
           PERFORM 8730-EMITIR-VALE.

       8720-ACCEPT-VALOR-VALE.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'VALOR EM CENTAVOS.: ' WITH NO ADVANCING
               ACCEPT WS-PRECO-ENTRADA
               CALL 'NUMVALID' USING WS-PRECO-ENTRADA WS-NUM-VALIDO
               IF WS-NUM-VALIDO NOT = 'Y'
                   DISPLAY 'VALOR INVALIDO - SOMENTE DIGITOS'
               ELSE
                   IF WS-PRECO-ENTRADA(8:11) NOT = SPACES
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'VALOR INVALIDO - MAXIMO 7 DIGITOS'
                   END-IF
               END-IF
               IF WS-NUM-VALIDO = 'Y'
                   PERFORM 1600-SCAN-PRECO
                       VARYING WS-PRECO-IX FROM 18 BY -1
                       UNTIL WS-PRECO-IX < 1
                          OR WS-PRECO-ENTRADA(WS-PRECO-IX:1)
                             NOT = SPACE
                   MOVE ZEROS TO WS-PRECO-NUM
                   IF WS-PRECO-IX > ZEROS
                       MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX)
                           TO WS-PRECO-NUM
                   END-IF
                   IF WS-PRECO-NUM = ZEROS
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'VALOR INVALIDO - INFORME O VALOR'
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-VALE-VALOR = WS-PRECO-NUM / 100.

       8725-ACCEPT-VALIDADE.
      *    DEFAULT EXPIRY IS THE SAME DAY NEXT YEAR (29/02 BECOMES
      *    28/02).
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.
           MOVE WS-HOJE-DATA TO WS-VALE-DATA-N.
           ADD 1 TO WS-VDX-ANO.
           IF WS-VDX-MES = 2 AND WS-VDX-DIA = 29
               MOVE 28 TO WS-VDX-DIA
           END-IF.
           MOVE 'N' TO WS-DATA-VALIDA.
           PERFORM UNTIL WS-DATA-VALIDA = 'Y'
               DISPLAY 'VALIDADE (BRANCO=1 ANO): ' WITH NO ADVANCING
               ACCEPT WS-VALE-DATA-ENT
               IF WS-VALE-DATA-ENT = SPACES
                   MOVE WS-VALE-DATA-N TO WS-VALE-VALIDADE
                   MOVE 'Y' TO WS-DATA-VALIDA
               ELSE
                   CALL 'DATEVALID' USING WS-VALE-DATA-ENT
                       WS-DATA-VALIDA
                   IF WS-DATA-VALIDA = 'Y'
                       MOVE WS-VALE-DATA-ENT TO WS-VALE-VALIDADE
                       IF WS-VALE-VALIDADE NOT > WS-HOJE-DATA
                           MOVE 'N' TO WS-DATA-VALIDA
                           DISPLAY 'VALIDADE DEVE SER POSTERIOR A HOJE'
                       END-IF
                   ELSE
                       DISPLAY 'DATA INVALIDA - USE AAAAMMDD'
                   END-IF
               END-IF
           END-PERFORM.

       8730-EMITIR-VALE.
           PERFORM 8780-PROXIMO-VALE.
           MOVE WS-VALE-NUM TO VAL-NUMERO.
           MOVE WS-VALE-TIPO TO VAL-ORIGEM.
           MOVE WS-VALE-VALOR TO VAL-VALOR.
           MOVE WS-VALE-VALOR TO VAL-SALDO.
           MOVE WS-HOJE-DATA TO VAL-EMISSAO.
           MOVE WS-VALE-VALIDADE TO VAL-VALIDADE.
           MOVE WS-OPERADOR-ID TO VAL-OPERADOR.
           MOVE RCPT-FILIAL TO VAL-FILIAL.
           SET VAL-ATIVO TO TRUE.
           MOVE WS-HOJE-DATA TO VAL-ULT-MOVTO.
           PERFORM 8790-ABRIR-VALEMF.
           WRITE VAL-RECORD
               INVALID KEY
                   DISPLAY 'ERRO: VALE ' VAL-NUMERO ' JA EXISTE - '
                       'VERIFIQUE VALECTL.DAT'
           END-WRITE.
           IF WS-VAL-STATUS-OK
               PERFORM 8560-PROXIMO-NUMERO
               PERFORM 8795-GRAVAR-MOVTO-VALE
               PERFORM 8750-RECIBO-VALE
               IF WS-VALE-TIPO = 'V'
                   PERFORM 8740-REGISTRAR-CAIXA-VALE
               END-IF
               DISPLAY 'VALE ' VAL-NUMERO ' EMITIDO'
           END-IF.
           CLOSE VALEMFFILE.

       8740-REGISTRAR-CAIXA-VALE.
           OPEN EXTEND TILLFILE.
           IF WS-TIL-NOT-FOUND
               OPEN OUTPUT TILLFILE
           END-IF.
           MOVE WS-HOJE-DATA TO TILL-DATE.
           MOVE WS-RECIBO-NUM TO TILL-NUM.
           MOVE WS-OPERADOR-ID TO TILL-OPER.
           MOVE 'VALE' TO TILL-BOOKNUM.
           MOVE ZEROS TO TILL-COPIES.
           MOVE WS-VALE-VALOR TO TILL-VALOR.
           MOVE VAL-NUMERO TO TILL-VALE-NUM.
           MOVE ZEROS TO TILL-VALE-VALOR.
           MOVE WS-PAG-DINHEIRO TO TILL-DINHEIRO.
           MOVE WS-PAG-DEBITO TO TILL-DEBITO.
           MOVE WS-PAG-CREDITO TO TILL-CREDITO.
           MOVE WS-PAG-PIX TO TILL-PIX.
           MOVE WS-PAG-PRAZO TO TILL-PRAZO.
           WRITE TILL-RECORD.
           CLOSE TILLFILE.

       8750-RECIBO-VALE.
           MOVE WS-RECIBO-NUM TO RCB-NUM.
           MOVE WS-HOJE-DATA TO RCB-DATA.
           IF WS-VALE-TIPO = 'V'
               MOVE 'VALE-PRESENTE ' TO RCB-VALE-TIPO
           ELSE
               MOVE 'CREDITO VALE  ' TO RCB-VALE-TIPO
           END-IF.
           MOVE VAL-NUMERO TO RCB-VALE-EMIT.
           MOVE VAL-VALIDADE TO RCB-VALE-VALIDADE.
           OPEN EXTEND RECIBOFILE.
           IF WS-RCB-NOT-FOUND
               OPEN OUTPUT RECIBOFILE
           END-IF.
           WRITE RECIBO-LINE FROM RECIBO-CAB-LINE.
           WRITE RECIBO-LINE FROM RECIBO-VALE-EMIT-LINE.
           IF WS-VALE-TIPO = 'V'
               MOVE WS-VALE-VALOR TO RCB-VALOR
               MOVE WS-OPERADOR-ID TO RCB-OPER
               MOVE RECIBO-TOT-LINE TO RECIBO-LINE
               CALL 'DECFMT' USING RECIBO-LINE, WS-RECIBO-LEN
               WRITE RECIBO-LINE
               PERFORM 8578-RECIBO-PAGAMENTO
           ELSE
               MOVE WS-VALE-VALOR TO RCB-CREDITO
               MOVE VAL-SALDO TO RCB-CRED-SALDO
               MOVE RECIBO-CREDITO-LINE TO RECIBO-LINE
               CALL 'DECFMT' USING RECIBO-LINE, WS-RECIBO-LEN
               WRITE RECIBO-LINE
           END-IF.
           MOVE SPACES TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           CLOSE RECIBOFILE.
           DISPLAY 'RECIBO ' WS-RECIBO-NUM ' EMITIDO'.

       8760-CONSULTAR-VALE.
           MOVE 'N' TO WS-VALE-OK.
           PERFORM UNTIL WS-VALE-OK = 'Y' OR WS-VALE-OK = 'B'
               DISPLAY 'NUMERO DO VALE....: ' WITH NO ADVANCING
               PERFORM 8770-ACCEPT-NUM-VALE
           END-PERFORM.
           IF WS-VALE-OK = 'Y'
               OPEN INPUT VALEMFFILE
               IF WS-VAL-STATUS-OK
                   READ VALEMFFILE
                       INVALID KEY
                           DISPLAY 'VALE ' WS-VALE-NUM
                               ' NAO CADASTRADO'
                       NOT INVALID KEY
                           PERFORM 8765-EXIBIR-VALE
                   END-READ
                   CLOSE VALEMFFILE
               ELSE
                   DISPLAY 'NENHUM VALE EMITIDO AINDA'
               END-IF
           END-IF.

       8765-EXIBIR-VALE.
           DISPLAY 'VALE..............: ' VAL-NUMERO.
           IF VAL-ORIGEM = 'C'
               DISPLAY 'ORIGEM............: CREDITO DE DEVOLUCAO'
           ELSE
               DISPLAY 'ORIGEM............: VENDA'
           END-IF.
           MOVE VAL-VALOR TO WS-PRECO-FMT.
           DISPLAY 'VALOR CREDITADO...: ' WS-PRECO-FMT.
           MOVE VAL-SALDO TO WS-PRECO-FMT.
           DISPLAY 'SALDO.............: ' WS-PRECO-FMT.
           DISPLAY 'EMISSAO...........: ' VAL-EMISSAO
               '  FILIAL ' VAL-FILIAL '  OPERADOR ' VAL-OPERADOR.
           DISPLAY 'VALIDADE..........: ' VAL-VALIDADE.
           EVALUATE TRUE
               WHEN VAL-ATIVO
                   DISPLAY 'SITUACAO..........: ATIVO'
               WHEN VAL-ESGOTADO
                   DISPLAY 'SITUACAO..........: SEM SALDO'
               WHEN VAL-EXPIRADO
                   DISPLAY 'SITUACAO..........: EXPIRADO'
               WHEN OTHER
                   DISPLAY 'SITUACAO..........: ' VAL-SITUACAO
           END-EVALUATE.

       8770-ACCEPT-NUM-VALE.
           MOVE SPACES TO WS-VALE-ENTRADA.
           ACCEPT WS-VALE-ENTRADA.
           IF WS-VALE-ENTRADA = SPACES
               MOVE 'B' TO WS-VALE-OK
           ELSE
               IF WS-VALE-ENTRADA IS NUMERIC
                   MOVE WS-VALE-ENTRADA TO WS-VALE-NUM-X
                   PERFORM 8785-DIGITO-VALE
                   IF WS-VALE-DV = WS-VALE-DIG-INF
                       MOVE WS-VALE-NUM-X TO WS-VALE-NUM
                       MOVE WS-VALE-NUM TO VAL-NUMERO
                       MOVE 'Y' TO WS-VALE-OK
                   ELSE
                       MOVE 'N' TO WS-VALE-OK
                       DISPLAY 'NUMERO DE VALE INVALIDO - DIGITO '
                           'VERIFICADOR NAO CONFERE'
                   END-IF
               ELSE
                   MOVE 'N' TO WS-VALE-OK
                   DISPLAY 'NUMERO DE VALE INVALIDO - USE 8 DIGITOS'
               END-IF
           END-IF.

       8780-PROXIMO-VALE.
           MOVE 1 TO WS-VALE-SEQ.
           OPEN INPUT VALECTLFILE.
           IF WS-VCT-STATUS-OK
               READ VALECTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF VALECTL-PROXIMO > ZEROS
                           MOVE VALECTL-PROXIMO TO WS-VALE-SEQ
                       END-IF
               END-READ
               CLOSE VALECTLFILE
           END-IF.
           OPEN OUTPUT VALECTLFILE.
           COMPUTE VALECTL-PROXIMO = WS-VALE-SEQ + 1.
           WRITE VALECTL-RECORD.
           CLOSE VALECTLFILE.
           PERFORM 8785-DIGITO-VALE.
           MOVE WS-VALE-DV TO WS-VALE-DIG-INF.
           MOVE WS-VALE-NUM-X TO WS-VALE-NUM.

       8785-DIGITO-VALE.
      *    MODULO 11 OVER THE 7-DIGIT SEQUENCE, WEIGHTS 8 DOWN TO 2;
      *    A RESULT OF 10 OR 11 GIVES CHECK DIGIT 0.
           MOVE ZEROS TO WS-VALE-SOMA.
           PERFORM 8786-SOMAR-DIGITO
               VARYING WS-VALE-IX FROM 1 BY 1 UNTIL WS-VALE-IX > 7.
           DIVIDE WS-VALE-SOMA BY 11
               GIVING WS-VALE-QUOC REMAINDER WS-VALE-RESTO.
           COMPUTE WS-VALE-DV = 11 - WS-VALE-RESTO.
           IF WS-VALE-DV > 9
               MOVE ZEROS TO WS-VALE-DV
           END-IF.

       8786-SOMAR-DIGITO.
           COMPUTE WS-VALE-SOMA = WS-VALE-SOMA
               + (WS-VALE-DIG(WS-VALE-IX) * (9 - WS-VALE-IX)).

       8790-ABRIR-VALEMF.
           OPEN I-O VALEMFFILE.
           IF NOT WS-VAL-STATUS-OK
               OPEN OUTPUT VALEMFFILE
               CLOSE VALEMFFILE
               OPEN I-O VALEMFFILE
           END-IF.

       8795-GRAVAR-MOVTO-VALE.
           OPEN EXTEND VALETRANSFILE.
           IF WS-VTR-NOT-FOUND
               OPEN OUTPUT VALETRANSFILE
           END-IF.
           IF WS-VTR-STATUS-OK
               ACCEPT VTR-DATE FROM DATE YYYYMMDD
               ACCEPT VTR-TIME FROM TIME
               MOVE VAL-NUMERO TO VTR-NUMERO
               MOVE WS-VALE-TIPO TO VTR-TIPO
               MOVE WS-VALE-VALOR TO VTR-VALOR
               MOVE VAL-SALDO TO VTR-SALDO
               MOVE WS-OPERADOR-ID TO VTR-OPERADOR
               MOVE VAL-FILIAL TO VTR-FILIAL
               MOVE WS-RECIBO-NUM TO VTR-RECIBO
               WRITE VTR-RECORD
               CLOSE VALETRANSFILE
           ELSE
               DISPLAY 'ERRO AO GRAVAR MOVIMENTO DE VALE - STATUS '
                   WS-VTR-STATUS
           END-IF.

       0065-OPEN-CLIENTMF.
           OPEN I-O CLIENTMASTERFILE.
           IF NOT WS-CLI-STATUS-OK
               OPEN OUTPUT CLIENTMASTERFILE
               CLOSE CLIENTMASTERFILE
               OPEN I-O CLIENTMASTERFILE
           END-IF.

       9000-CLIENTES.
           DISPLAY '-- MANUTENCAO DE CLIENTES --'.
           DISPLAY '1 - INCLUIR'.
           DISPLAY '2 - CONSULTAR'.
           DISPLAY '3 - ALTERAR'.
           DISPLAY '4 - EXCLUIR'.
           DISPLAY '5 - SOLICITACAO DO TITULAR (LGPD)'.
           DISPLAY 'X - VOLTAR'.
           DISPLAY 'OPCAO...: ' WITH NO ADVANCING.
           ACCEPT WS-CLI-OPCAO.
           EVALUATE WS-CLI-OPCAO
               WHEN '1' PERFORM 9100-CLI-INCLUIR
               WHEN '2' PERFORM 9200-CLI-CONSULTAR
               WHEN '3' PERFORM 9300-CLI-ALTERAR
               WHEN '4' PERFORM 9400-CLI-EXCLUIR
               WHEN '5' PERFORM 9700-CLI-SOLICITACAO
               WHEN 'X' CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       9100-CLI-INCLUIR.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 0065-OPEN-CLIENTMF
               PERFORM 9110-CLI-INCLUIR-MASTER
               CLOSE CLIENTMASTERFILE
               PERFORM 5200-FREE-LOCK
           END-IF.

       9110-CLI-INCLUIR-MASTER.
           DISPLAY 'INCLUSAO DE CLIENTE'.
           PERFORM 9500-ACCEPT-CLIENTEID.
           DISPLAY 'NOME..............: ' WITH NO ADVANCING.
           ACCEPT CLI-NOME.
           DISPLAY 'TELEFONE..........: ' WITH NO ADVANCING.
           ACCEPT CLI-TELEFONE.
           DISPLAY 'REGIAO............: ' WITH NO ADVANCING.
           ACCEPT CLI-REGIAO.
           MOVE ZEROS TO CLI-LIMITE CLI-SALDO.
           PERFORM 9520-ACCEPT-LIMITE.
           MOVE 'S' TO CLI-ACEITA-MKT.
           PERFORM 9530-ACCEPT-MARKETING.
           WRITE CLI-RECORD
               INVALID KEY
                   DISPLAY 'ERRO: CLIENTE ' CLI-CLIENTEID
                       ' JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'CLIENTE INCLUIDO COM SUCESSO'
           END-WRITE.

       9200-CLI-CONSULTAR.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 0065-OPEN-CLIENTMF
               PERFORM 9210-CLI-CONSULTAR-MASTER
               CLOSE CLIENTMASTERFILE
               PERFORM 5200-FREE-LOCK
           END-IF.

       9210-CLI-CONSULTAR-MASTER.
                   DISPLAY 'NOME..............: ' CLI-NOME
                   DISPLAY 'TELEFONE..........: ' CLI-TELEFONE
                   DISPLAY 'REGIAO............: ' CLI-REGIAO
                   MOVE CLI-LIMITE TO WS-PRECO-FMT
                   DISPLAY 'LIMITE DE CREDITO.: ' WS-PRECO-FMT
                   MOVE CLI-SALDO TO WS-PRECO-FMT
                   DISPLAY 'SALDO DEVEDOR.....: ' WS-PRECO-FMT
                   IF CLI-RECUSA-MKT
                       DISPLAY 'ACEITA MARKETING..: N'
                   ELSE
                       DISPLAY 'ACEITA MARKETING..: S'
                   END-IF
           END-READ.

       9300-CLI-ALTERAR.
               ACCEPT CLI-TELEFONE
               DISPLAY 'NOVA REGIAO.......: ' WITH NO ADVANCING
               ACCEPT CLI-REGIAO
               PERFORM 9520-ACCEPT-LIMITE
               PERFORM 9530-ACCEPT-MARKETING
               REWRITE CLI-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO NA ALTERACAO'
       9410-CLI-EXCLUIR-MASTER.
           DISPLAY 'EXCLUSAO DE CLIENTE'.
           PERFORM 9500-ACCEPT-CLIENTEID.
           READ CLIENTMASTERFILE
               INVALID KEY
                   DISPLAY 'ERRO: CLIENTE ' CLI-CLIENTEID
                       ' NAO ENCONTRADO'
           END-READ.
           IF WS-CLI-STATUS-OK
               IF CLI-SALDO IS NUMERIC
                  AND CLI-SALDO > ZEROS
                   MOVE CLI-SALDO TO WS-PRECO-FMT
                   DISPLAY 'CLIENTE COM SALDO DEVEDOR DE '
                       WS-PRECO-FMT ' - EXCLUSAO RECUSADA'
               ELSE
                   DELETE CLIENTMASTERFILE
                       INVALID KEY
                           DISPLAY 'ERRO: CLIENTE ' CLI-CLIENTEID
                               ' NAO ENCONTRADO'
                       NOT INVALID KEY
                           DISPLAY 'CLIENTE EXCLUIDO COM SUCESSO'
                   END-DELETE
               END-IF
           END-IF.

       9500-ACCEPT-CLIENTEID.
           MOVE 'N' TO WS-NUM-VALIDO.
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'CLIENTE INVALIDO - MAXIMO 6 DIGITOS'
                   END-IF
                   IF WS-PRECO-ENTRADA(1:6) = '999999'
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'CLIENTE 999999 RESERVADO - DADOS '
                           'ELIMINADOS'
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 1600-SCAN-PRECO
                  OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE.
           MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX) TO CLI-CLIENTEID.

       9520-ACCEPT-LIMITE.
      *    BLANK KEEPS THE LIMIT ALREADY ON THE RECORD (ZERO ON A NEW
      *    CLIENT, WHO THEN DOES NOT BUY ON ACCOUNT).
           IF CLI-LIMITE NOT NUMERIC
               MOVE ZEROS TO CLI-LIMITE
           END-IF.
           IF CLI-SALDO NOT NUMERIC
               MOVE ZEROS TO CLI-SALDO
           END-IF.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               MOVE CLI-LIMITE TO WS-PRECO-FMT
               DISPLAY 'LIMITE DE CREDITO EM CENTAVOS (ATUAL '
                   WS-PRECO-FMT ', 0=SEM VENDA A PRAZO): '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-PRECO-ENTRADA
               ACCEPT WS-PRECO-ENTRADA
               IF WS-PRECO-ENTRADA = SPACES
                   MOVE 'Y' TO WS-NUM-VALIDO
               ELSE
                   CALL 'NUMVALID' USING WS-PRECO-ENTRADA
                       WS-NUM-VALIDO
                   IF WS-NUM-VALIDO NOT = 'Y'
                       DISPLAY 'LIMITE INVALIDO - SOMENTE DIGITOS'
                   ELSE
                       IF WS-PRECO-ENTRADA(8:11) NOT = SPACES
                           MOVE 'N' TO WS-NUM-VALIDO
                           DISPLAY 'LIMITE INVALIDO - MAXIMO 7 DIGITOS'
                       ELSE
                           PERFORM 1600-SCAN-PRECO
                               VARYING WS-PRECO-IX FROM 18 BY -1
                               UNTIL WS-PRECO-IX < 1
                               OR WS-PRECO-ENTRADA(WS-PRECO-IX:1)
                                  NOT = SPACE
                           MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX)
                               TO WS-PRECO-NUM
                           COMPUTE CLI-LIMITE = WS-PRECO-NUM / 100
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF CLI-SALDO > CLI-LIMITE
               MOVE CLI-SALDO TO WS-PRECO-FMT
               DISPLAY 'AVISO: SALDO DEVEDOR DE ' WS-PRECO-FMT
                   ' ACIMA DO LIMITE - NOVAS VENDAS A PRAZO '
                   'SERAO RECUSADAS'
           END-IF.

       9530-ACCEPT-MARKETING.
      *    BLANK KEEPS THE CURRENT ANSWER; ONLY N LEAVES THE CLIENT OUT
      *    OF MAILINGS AND CAMPAIGN LISTS.
           IF NOT CLI-RECUSA-MKT
               MOVE 'S' TO CLI-ACEITA-MKT
           END-IF.
           MOVE SPACE TO WS-MKT-RESPOSTA.
           PERFORM UNTIL WS-MKT-RESPOSTA = 'S'
                      OR WS-MKT-RESPOSTA = 'N'
               DISPLAY 'ACEITA MARKETING (S/N, ATUAL '
                   CLI-ACEITA-MKT '): ' WITH NO ADVANCING
               MOVE SPACE TO WS-MKT-RESPOSTA
               ACCEPT WS-MKT-RESPOSTA
               IF WS-MKT-RESPOSTA = SPACE
                   MOVE CLI-ACEITA-MKT TO WS-MKT-RESPOSTA
               END-IF
               IF WS-MKT-RESPOSTA NOT = 'S'
                  AND WS-MKT-RESPOSTA NOT = 'N'
                   DISPLAY 'RESPONDA S OU N'
               END-IF
           END-PERFORM.
           MOVE WS-MKT-RESPOSTA TO CLI-ACEITA-MKT.

       9550-NOTAR-CONTA.
           MOVE CLI-CLIENTEID TO WS-CONTA-CLIENTE.
           MOVE CLI-NOME TO WS-CONTA-NOME.
           MOVE ZEROS TO WS-CONTA-LIMITE WS-CONTA-SALDO.
           IF CLI-LIMITE IS NUMERIC
              AND CLI-SALDO IS NUMERIC
               MOVE CLI-LIMITE TO WS-CONTA-LIMITE
               MOVE CLI-SALDO TO WS-CONTA-SALDO
           END-IF.
           IF WS-CONTA-LIMITE > ZEROS
               MOVE WS-CONTA-SALDO TO WS-PRECO-FMT
               DISPLAY 'SALDO DEVEDOR.....: ' WS-PRECO-FMT
           END-IF.

      *----------------------------------------------------------------*
      * PAYMENT FROM AN ON-ACCOUNT CLIENT: UP TO THE BALANCE OWED, IN  *
      * ANY COUNTER TENDER BUT A VOUCHER. POSTED TO THE BALANCE AND    *
      * CLIMOVTO.DAT, WITH A RECEIPT AND A TILL RECORD (BOOK "CONTA"). *
      *----------------------------------------------------------------*
       9600-RECEBER-CLIENTE.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 9610-CAPTURAR-RECEBIMENTO
               PERFORM 5200-FREE-LOCK
           END-IF.

       9610-CAPTURAR-RECEBIMENTO.
           DISPLAY 'PAGAMENTO DE CLIENTE'.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.
           PERFORM 9500-ACCEPT-CLIENTEID.
           MOVE 'N' TO WS-CONTA-OK.
           OPEN INPUT CLIENTMASTERFILE.
           IF NOT WS-CLI-STATUS-OK
               DISPLAY 'CUSTMF.DAT INDISPONIVEL - STATUS '
                   WS-CLI-STATUS
           ELSE
               READ CLIENTMASTERFILE
                   INVALID KEY
                       DISPLAY 'ERRO: CLIENTE ' CLI-CLIENTEID
                           ' NAO ENCONTRADO'
                   NOT INVALID KEY
                       DISPLAY 'CLIENTE...........: ' CLI-NOME
                       PERFORM 9550-NOTAR-CONTA
                       IF WS-CONTA-SALDO = ZEROS
                           DISPLAY 'CLIENTE SEM SALDO DEVEDOR'
                       ELSE
                           MOVE 'Y' TO WS-CONTA-OK
                       END-IF
               END-READ
               CLOSE CLIENTMASTERFILE
           END-IF.
           IF WS-CONTA-OK = 'Y'
               MOVE WS-CONTA-SALDO TO WS-PAG-RESTA
               MOVE SPACE TO WS-PAG-FORMA
               PERFORM 8577-ACCEPT-VALOR-PAGO
               MOVE WS-PAG-VALOR TO WS-RECIBO-VALOR
               MOVE 'N' TO WS-PAG-ACEITA-VALE
               MOVE 'N' TO WS-PAG-ACEITA-PRAZO
               PERFORM 8575-CAPTURAR-PAGAMENTO
               PERFORM 8560-PROXIMO-NUMERO
               MOVE 'P' TO WS-CONTA-TIPO
               MOVE WS-RECIBO-VALOR TO WS-CONTA-VALOR
               PERFORM 9650-LANCAR-CONTA
               PERFORM 9620-RECIBO-RECEBIMENTO
               PERFORM 9630-REGISTRAR-CAIXA-CONTA
           END-IF.

       9620-RECIBO-RECEBIMENTO.
           MOVE WS-RECIBO-NUM TO RCB-NUM.
           MOVE WS-HOJE-DATA TO RCB-DATA.
           MOVE WS-CONTA-CLIENTE TO RCB-CONTA-CLIENTE.
           MOVE WS-CONTA-NOME TO RCB-CONTA-NOME.
           MOVE WS-RECIBO-VALOR TO RCB-VALOR.
           MOVE WS-OPERADOR-ID TO RCB-OPER.
           OPEN EXTEND RECIBOFILE.
               OPEN OUTPUT RECIBOFILE
           END-IF.
           WRITE RECIBO-LINE FROM RECIBO-CAB-LINE.
           MOVE 'PAGAMENTO DE CONTA DE CLIENTE' TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           WRITE RECIBO-LINE FROM RECIBO-CONTA-LINE.
           MOVE RECIBO-TOT-LINE TO RECIBO-LINE.
           CALL 'DECFMT' USING RECIBO-LINE, WS-RECIBO-LEN.
           WRITE RECIBO-LINE.
           PERFORM 8578-RECIBO-PAGAMENTO.
           MOVE WS-CONTA-SALDO TO RCB-CONTA-SALDO.
           MOVE WS-CONTA-LIMITE TO RCB-CONTA-LIMITE.
           MOVE RECIBO-SALDO-LINE TO RECIBO-LINE.
           CALL 'DECFMT' USING RECIBO-LINE, WS-RECIBO-LEN.
           WRITE RECIBO-LINE.
           MOVE SPACES TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           CLOSE RECIBOFILE.
           MOVE WS-CONTA-SALDO TO WS-PRECO-FMT.
           DISPLAY 'RECIBO ' WS-RECIBO-NUM ' EMITIDO - SALDO DEVEDOR '
               WS-PRECO-FMT.

       9630-REGISTRAR-CAIXA-CONTA.
           OPEN EXTEND TILLFILE.
           IF WS-TIL-NOT-FOUND
               OPEN OUTPUT TILLFILE
           END-IF.
           MOVE WS-HOJE-DATA TO TILL-DATE.
           MOVE WS-RECIBO-NUM TO TILL-NUM.
           MOVE WS-OPERADOR-ID TO TILL-OPER.
           MOVE 'CONTA' TO TILL-BOOKNUM.
           MOVE ZEROS TO TILL-COPIES.
           MOVE WS-RECIBO-VALOR TO TILL-VALOR.
           MOVE ZEROS TO TILL-VALE-NUM.
           MOVE ZEROS TO TILL-VALE-VALOR.
           MOVE WS-PAG-DINHEIRO TO TILL-DINHEIRO.
           MOVE WS-PAG-DEBITO TO TILL-DEBITO.
           MOVE WS-PAG-CREDITO TO TILL-CREDITO.
           MOVE WS-PAG-PIX TO TILL-PIX.
           MOVE ZEROS TO TILL-PRAZO.
           WRITE TILL-RECORD.
           CLOSE TILLFILE.

       9640-RECIBO-CONTA.
           MOVE WS-CONTA-CLIENTE TO RCB-CONTA-CLIENTE.
           MOVE WS-CONTA-NOME TO RCB-CONTA-NOME.
           WRITE RECIBO-LINE FROM RECIBO-CONTA-LINE.
           MOVE WS-CONTA-SALDO TO RCB-CONTA-SALDO.
           MOVE WS-CONTA-LIMITE TO RCB-CONTA-LIMITE.
           MOVE RECIBO-SALDO-LINE TO RECIBO-LINE.
           CALL 'DECFMT' USING RECIBO-LINE, WS-RECIBO-LEN.
           WRITE RECIBO-LINE.

      *    WS-CONTA-TIPO 'V' (SALE ON ACCOUNT) ADDS WS-CONTA-VALOR TO
      *    THE CLIENT'S BALANCE, 'P' (PAYMENT) TAKES IT OFF; EITHER WAY
      *    THE MOVEMENT GOES TO CLIMOVTO.DAT UNDER WS-RECIBO-NUM.
       9650-LANCAR-CONTA.
           OPEN I-O CLIENTMASTERFILE.
           IF NOT WS-CLI-STATUS-OK
               DISPLAY 'ERRO AO ABRIR CUSTMF.DAT - STATUS '
                   WS-CLI-STATUS ' - CONTA NAO ATUALIZADA'
           ELSE
               MOVE WS-CONTA-CLIENTE TO CLI-CLIENTEID
               READ CLIENTMASTERFILE
                   INVALID KEY
                       DISPLAY 'ERRO: CLIENTE ' WS-CONTA-CLIENTE
                           ' NAO ENCONTRADO - CONTA NAO ATUALIZADA'
               END-READ
               IF WS-CLI-STATUS-OK
                   IF CLI-SALDO NOT NUMERIC
                       MOVE ZEROS TO CLI-SALDO
                   END-IF
                   IF WS-CONTA-TIPO = 'V'
                       ADD WS-CONTA-VALOR TO CLI-SALDO
                   ELSE
                       SUBTRACT WS-CONTA-VALOR FROM CLI-SALDO
                   END-IF
                   REWRITE CLI-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR CLIENTE - STATUS '
                               WS-CLI-STATUS
                   END-REWRITE
                   MOVE CLI-SALDO TO WS-CONTA-SALDO
                   PERFORM 9660-GRAVAR-MOVTO-CONTA
               END-IF
               CLOSE CLIENTMASTERFILE
           END-IF.

       9660-GRAVAR-MOVTO-CONTA.
           OPEN EXTEND CLIMOVTOFILE.
           IF WS-CLM-NOT-FOUND
               OPEN OUTPUT CLIMOVTOFILE
           END-IF.
           IF WS-CLM-STATUS-OK
               ACCEPT CLM-DATE FROM DATE YYYYMMDD
               ACCEPT CLM-TIME FROM TIME
               MOVE WS-CONTA-CLIENTE TO CLM-CLIENTEID
               MOVE WS-CONTA-TIPO TO CLM-TIPO
               MOVE WS-CONTA-VALOR TO CLM-VALOR
               MOVE WS-CONTA-SALDO TO CLM-SALDO
               MOVE WS-RECIBO-NUM TO CLM-RECIBO
               MOVE WS-OPERADOR-ID TO CLM-OPERADOR
               WRITE CLM-RECORD
               CLOSE CLIMOVTOFILE
           ELSE
               DISPLAY 'ERRO AO GRAVAR CLIMOVTO.DAT - STATUS '
                   WS-CLM-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * DATA-SUBJECT REQUEST UNDER THE LGPD. THE CLIENT NEED NOT BE ON *
      * CUSTMF ANY MORE - SALES AND OTHER FILES MAY STILL HOLD THE ID. *
      * THE PROTOCOL IS THE HIGHEST NUMBER ON LGPDREQ.DAT PLUS ONE AND *
      * THE DEADLINE IS WS-LGPD-DIAS-PRAZO CALENDAR DAYS AFTER TODAY.  *
      *----------------------------------------------------------------*
       9700-CLI-SOLICITACAO.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 0065-OPEN-CLIENTMF
               PERFORM 9710-REGISTRAR-SOLICITACAO
               CLOSE CLIENTMASTERFILE
               PERFORM 5200-FREE-LOCK
           END-IF.

       9710-REGISTRAR-SOLICITACAO.
           DISPLAY 'SOLICITACAO DO TITULAR (LGPD)'.
           PERFORM 9500-ACCEPT-CLIENTEID.
           READ CLIENTMASTERFILE
               INVALID KEY
                   DISPLAY 'AVISO: CLIENTE ' CLI-CLIENTEID
                       ' NAO CADASTRADO - OS DEMAIS ARQUIVOS SERAO'
                       ' PESQUISADOS'
               NOT INVALID KEY
                   DISPLAY 'NOME..............: ' CLI-NOME
           END-READ.
           MOVE SPACE TO WS-LGPD-TIPO.
           PERFORM UNTIL WS-LGPD-TIPO = 'A' OR WS-LGPD-TIPO = 'E'
                      OR WS-LGPD-TIPO = 'X'
               DISPLAY 'TIPO (A=ACESSO AOS DADOS, E=ELIMINACAO, '
                   'X=DESISTIR): ' WITH NO ADVANCING
               MOVE SPACE TO WS-LGPD-TIPO
               ACCEPT WS-LGPD-TIPO
               IF WS-LGPD-TIPO NOT = 'A' AND WS-LGPD-TIPO NOT = 'E'
                  AND WS-LGPD-TIPO NOT = 'X'
                   DISPLAY 'RESPONDA A, E OU X'
               END-IF
           END-PERFORM.
           IF WS-LGPD-TIPO = 'X'
               DISPLAY 'SOLICITACAO NAO REGISTRADA'
           ELSE
               PERFORM 9720-PROXIMO-PROTOCOLO
               PERFORM 9740-GRAVAR-SOLICITACAO
           END-IF.

       9720-PROXIMO-PROTOCOLO.
           MOVE 1 TO WS-LGPD-PROXIMO.
           OPEN INPUT LGPDREQFILE.
           IF WS-LRQ-STATUS-OK
               MOVE SPACES TO LRQ-RECORD
               PERFORM UNTIL WS-EOF-LGPDREQ
                   READ LGPDREQFILE
                       AT END SET WS-EOF-LGPDREQ TO TRUE
                       NOT AT END
                           IF LRQ-ID IS NUMERIC
                              AND LRQ-ID NOT < WS-LGPD-PROXIMO
                               COMPUTE WS-LGPD-PROXIMO = LRQ-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LGPDREQFILE
           END-IF.

       9730-PROXIMO-DIA.
           ADD 1 TO WS-LGPD-PRAZO-DIA.
           MOVE WS-LGPD-PRAZO-X TO WS-DATA-TESTE.
           CALL 'DATEVALID' USING WS-DATA-TESTE WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = 'Y'
               MOVE 1 TO WS-LGPD-PRAZO-DIA
               ADD 1 TO WS-LGPD-PRAZO-MES
               IF WS-LGPD-PRAZO-MES > 12
                   MOVE 1 TO WS-LGPD-PRAZO-MES
                   ADD 1 TO WS-LGPD-PRAZO-ANO
               END-IF
           END-IF.

       9740-GRAVAR-SOLICITACAO.
           ACCEPT WS-HOJE-DATA FROM DATE YYYYMMDD.
           MOVE WS-HOJE-DATA TO WS-LGPD-PRAZO-N.
           PERFORM 9730-PROXIMO-DIA
               VARYING WS-LGPD-DIAS FROM 1 BY 1
               UNTIL WS-LGPD-DIAS > WS-LGPD-DIAS-PRAZO.
           OPEN EXTEND LGPDREQFILE.
           IF WS-LRQ-NOT-FOUND
               OPEN OUTPUT LGPDREQFILE
           END-IF.
           IF WS-LRQ-STATUS-OK
               MOVE SPACES TO LRQ-RECORD
               MOVE WS-LGPD-PROXIMO TO LRQ-ID
               MOVE CLI-CLIENTEID TO LRQ-CLIENTEID
               MOVE WS-LGPD-TIPO TO LRQ-TIPO
               MOVE WS-HOJE-DATA TO LRQ-RECEBIDA
               MOVE WS-LGPD-PRAZO-N TO LRQ-PRAZO
               MOVE 'P' TO LRQ-SITUACAO
               MOVE ZEROS TO LRQ-CONCLUSAO
               MOVE WS-OPERADOR-ID TO LRQ-OPERADOR
               WRITE LRQ-RECORD
               CLOSE LGPDREQFILE
               DISPLAY 'SOLICITACAO ' WS-LGPD-PROXIMO
                   ' REGISTRADA - PRAZO ' WS-LGPD-PRAZO-DIA '/'
                   WS-LGPD-PRAZO-MES '/' WS-LGPD-PRAZO-ANO
           ELSE
               DISPLAY 'ERRO AO GRAVAR LGPDREQ.DAT - STATUS '
                   WS-LRQ-STATUS
           END-IF.

      *----------------------------------------------------------------*
      * CLIENT INQUIRY AT THE COUNTER. THE CLIENT IS FOUND BY ID OR BY *
      * PART OF THE NAME AND SHOWN WITH THE LAST WS-CCL-MAX PURCHASES  *
      * (LIVE FILE AND BSHIST.DAT, NEWEST FIRST), THE OPEN AND LOST    *
      * BACKORDERS WITH THEIR AGE IN DAYS AND THE ON-ACCOUNT POSITION. *
      * A SALE OR A BACKORDER STARTED FROM HERE CARRIES THE CLIENT IN  *
      * WS-CCL-PRESET. VOUCHERS ARE TO THE BEARER AND HOLD NO CLIENT,  *
      * SO THEY ARE LOOKED UP BY NUMBER UNDER OPTION V.                *
      *----------------------------------------------------------------*
       9800-CONSULTA-CLIENTE.
           MOVE SPACES TO WS-CCL-PRESET.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               OPEN INPUT CLIENTMASTERFILE
               IF WS-CLI-STATUS-OK
                   PERFORM 9810-LOCALIZAR-CLIENTE
                   CLOSE CLIENTMASTERFILE
               ELSE
                   DISPLAY 'CUSTMF.DAT INDISPONIVEL - STATUS '
                       WS-CLI-STATUS
               END-IF
               IF WS-CCL-PRESET NOT = SPACES
                   PERFORM 0050-OPEN-CADASTRO
                   PERFORM 9830-ULTIMAS-COMPRAS
                   PERFORM 9850-ENCOMENDAS-CLIENTE
                   CLOSE CADASTROFILE
               END-IF
               PERFORM 5200-FREE-LOCK
               IF WS-CCL-PRESET NOT = SPACES
                   PERFORM 9870-ACAO-CLIENTE
               END-IF
               MOVE SPACES TO WS-CCL-PRESET
           END-IF.

       9810-LOCALIZAR-CLIENTE.
           DISPLAY 'CONSULTA DE CLIENTE'.
           DISPLAY 'CODIGO OU PARTE DO NOME: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-CCL-TEXTO.
           ACCEPT WS-CCL-TEXTO.
           IF WS-CCL-TEXTO = SPACES
               DISPLAY 'CONSULTA CANCELADA'
           ELSE
               PERFORM 1600-SCAN-PRECO
                   VARYING WS-CCL-TAM FROM 30 BY -1
                   UNTIL WS-CCL-TAM < 1
                      OR WS-CCL-TEXTO(WS-CCL-TAM:1) NOT = SPACE
               MOVE 'N' TO WS-NUM-VALIDO
               IF WS-CCL-TAM < 7
                   MOVE SPACES TO WS-PRECO-ENTRADA
                   MOVE WS-CCL-TEXTO(1:WS-CCL-TAM) TO WS-PRECO-ENTRADA
                   CALL 'NUMVALID' USING WS-PRECO-ENTRADA
                       WS-NUM-VALIDO
               END-IF
               IF WS-NUM-VALIDO = 'Y'
                   MOVE WS-CCL-TEXTO(1:WS-CCL-TAM) TO CLI-CLIENTEID
                   PERFORM 9815-LER-CLIENTE
               ELSE
                   PERFORM 9820-PESQUISAR-NOME
               END-IF
           END-IF.

       9815-LER-CLIENTE.
           READ CLIENTMASTERFILE
               INVALID KEY
                   DISPLAY 'CLIENTE ' CLI-CLIENTEID ' NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE CLI-CLIENTEID TO WS-CCL-PRESET
                   PERFORM 9825-EXIBIR-CLIENTE
           END-READ.

       9820-PESQUISAR-NOME.
           MOVE ZEROS TO WS-BUSCA-HITS.
           MOVE ZEROS TO WS-BUSCA-PAGINA.
           MOVE 'N' TO WS-BUSCA-FIM.
           MOVE ZEROS TO CLI-CLIENTEID.
           START CLIENTMASTERFILE KEY NOT < CLI-CLIENTEID
               INVALID KEY MOVE 'Y' TO WS-BUSCA-FIM
           END-START.
           PERFORM 9822-PESQUISAR-PROXIMO
               UNTIL WS-BUSCA-FIM = 'Y'.
           DISPLAY 'CLIENTES ENCONTRADOS: ' WS-BUSCA-HITS.
           IF WS-BUSCA-HITS > ZEROS
               PERFORM 9824-ESCOLHER-CLIENTE
           END-IF.

       9822-PESQUISAR-PROXIMO.
           READ CLIENTMASTERFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BUSCA-FIM
           END-READ.
           IF WS-BUSCA-FIM NOT = 'Y'
               MOVE 'N' TO WS-BUSCA-ACHOU
               PERFORM 9823-COMPARAR-NOME
                   VARYING WS-CCL-POS FROM 1 BY 1
                   UNTIL WS-CCL-POS > 31 - WS-CCL-TAM
                      OR WS-BUSCA-ACHOU = 'S'
               IF WS-BUSCA-ACHOU = 'S'
                   DISPLAY CLI-CLIENTEID '  ' CLI-NOME
                       '  ' CLI-TELEFONE
                   ADD 1 TO WS-BUSCA-HITS
                   ADD 1 TO WS-BUSCA-PAGINA
                   IF WS-BUSCA-PAGINA = 10
                       MOVE ZEROS TO WS-BUSCA-PAGINA
                       DISPLAY 'MAIS RESULTADOS (S/N)?: '
                           WITH NO ADVANCING
                       ACCEPT WS-BUSCA-MAIS
                       IF WS-BUSCA-MAIS NOT = 'S'
                           MOVE 'Y' TO WS-BUSCA-FIM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       9823-COMPARAR-NOME.
           IF CLI-NOME(WS-CCL-POS:WS-CCL-TAM)
              = WS-CCL-TEXTO(1:WS-CCL-TAM)
               MOVE 'S' TO WS-BUSCA-ACHOU
           END-IF.

       9824-ESCOLHER-CLIENTE.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'CODIGO DO CLIENTE (BRANCO=VOLTAR): '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-VENDA-CLIENTE
               ACCEPT WS-VENDA-CLIENTE
               IF WS-VENDA-CLIENTE = SPACES
                   MOVE 'Y' TO WS-NUM-VALIDO
               ELSE
                   MOVE SPACES TO WS-PRECO-ENTRADA
                   MOVE WS-VENDA-CLIENTE TO WS-PRECO-ENTRADA
                   CALL 'NUMVALID' USING WS-PRECO-ENTRADA
                       WS-NUM-VALIDO
                   IF WS-NUM-VALIDO = 'Y'
                       PERFORM 1600-SCAN-PRECO
                           VARYING WS-CCL-IX FROM 6 BY -1
                           UNTIL WS-CCL-IX < 1
                              OR WS-VENDA-CLIENTE(WS-CCL-IX:1)
                                 NOT = SPACE
                       MOVE WS-VENDA-CLIENTE(1:WS-CCL-IX)
                           TO CLI-CLIENTEID
                       PERFORM 9815-LER-CLIENTE
                   ELSE
                       DISPLAY 'CODIGO INVALIDO - SOMENTE DIGITOS '
                           'OU BRANCO'
                   END-IF
               END-IF
           END-PERFORM.

       9825-EXIBIR-CLIENTE.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CLIENTE...........: ' CLI-CLIENTEID ' ' CLI-NOME.
           DISPLAY 'TELEFONE..........: ' CLI-TELEFONE.
           DISPLAY 'REGIAO............: ' CLI-REGIAO.
           PERFORM 9550-NOTAR-CONTA.
           IF WS-CONTA-LIMITE > ZEROS
               MOVE WS-CONTA-LIMITE TO WS-PRECO-FMT
               DISPLAY 'LIMITE DE CREDITO.: ' WS-PRECO-FMT
               COMPUTE WS-CONTA-DISPONIVEL =
                   WS-CONTA-LIMITE - WS-CONTA-SALDO
               IF WS-CONTA-DISPONIVEL < ZEROS
                   MOVE ZEROS TO WS-CONTA-DISPONIVEL
               END-IF
               MOVE WS-CONTA-DISPONIVEL TO WS-PRECO-FMT
               DISPLAY 'CREDITO DISPONIVEL: ' WS-PRECO-FMT
           ELSE
               DISPLAY 'CONTA A PRAZO.....: NAO POSSUI'
           END-IF.
           DISPLAY 'VALES-PRESENTE....: AO PORTADOR - CONSULTE PELO '
               'NUMERO (OPCAO V)'.

       9830-ULTIMAS-COMPRAS.
           MOVE ZEROS TO WS-CCL-QTD.
      *    HISTORY FIRST, SO A SALE IN THE LIVE FILE WINS A TIE ON DATE
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               MOVE 'N' TO WS-BUSCA-FIM
               PERFORM 9832-LER-HISTORICO
                   UNTIL WS-BUSCA-FIM = 'Y'
               CLOSE HISTORYFILE
           END-IF.
           OPEN INPUT CONSVENDAFILE.
           IF WS-CSV-STATUS-OK
               MOVE 'N' TO WS-BUSCA-FIM
               PERFORM 9834-LER-VENDA
                   UNTIL WS-BUSCA-FIM = 'Y'
               CLOSE CONSVENDAFILE
           END-IF.
           DISPLAY 'ULTIMAS COMPRAS:'.
           IF WS-CCL-QTD = ZEROS
               DISPLAY '  NENHUMA COMPRA REGISTRADA'
           ELSE
               PERFORM 9838-EXIBIR-COMPRA
                   VARYING WS-CCL-IX FROM 1 BY 1
                   UNTIL WS-CCL-IX > WS-CCL-QTD
           END-IF.

       9832-LER-HISTORICO.
           READ HISTORYFILE
               AT END MOVE 'Y' TO WS-BUSCA-FIM
               NOT AT END
                   IF HIST-CLIENTEID = WS-CCL-PRESET
                       MOVE HIST-SALEDATE TO WS-CCL-N-DATA
                       MOVE HIST-BOOKNUM TO WS-CCL-N-LIVRO
                       MOVE HIST-COPIES TO WS-CCL-N-COPIAS
                       MOVE HIST-SALESTATUS TO WS-CCL-N-STATUS
                       MOVE HIST-YEARMONTH TO WS-CCL-N-ORIGEM
                       PERFORM 9836-GUARDAR-COMPRA
                   END-IF
           END-READ.

       9834-LER-VENDA.
           READ CONSVENDAFILE
               AT END MOVE 'Y' TO WS-BUSCA-FIM
               NOT AT END
                   IF CSVI-ISBN IS NUMERIC
                       IF CSVI-CLIENTEID = WS-CCL-PRESET
                           MOVE CSVI-SALEDATE TO WS-CCL-N-DATA
                           MOVE CSVI-ISBN TO WS-CCL-N-LIVRO
                           MOVE CSVI-COPIES TO WS-CCL-N-COPIAS
                           MOVE CSVI-SALESTATUS TO WS-CCL-N-STATUS
                           MOVE 'ATUAL' TO WS-CCL-N-ORIGEM
                           PERFORM 9836-GUARDAR-COMPRA
                       END-IF
                   ELSE
                       IF CSV-CLIENTEID = WS-CCL-PRESET
                           MOVE CSV-SALEDATE TO WS-CCL-N-DATA
                           MOVE CSV-BOOKNUM TO WS-CCL-N-LIVRO
                           MOVE CSV-COPIES TO WS-CCL-N-COPIAS
                           MOVE CSV-SALESTATUS TO WS-CCL-N-STATUS
                           MOVE 'ATUAL' TO WS-CCL-N-ORIGEM
                           PERFORM 9836-GUARDAR-COMPRA
                       END-IF
                   END-IF
           END-READ.

      *    THE TABLE IS KEPT NEWEST FIRST; AN ENTRY OLDER THAN ALL OF A
      *    FULL TABLE IS DROPPED, OTHERWISE THE OLDEST FALLS OFF.
       9836-GUARDAR-COMPRA.
           MOVE 1 TO WS-CCL-IX.
           PERFORM UNTIL WS-CCL-IX > WS-CCL-QTD
                      OR WS-CCL-N-DATA NOT < WS-CCL-C-DATA(WS-CCL-IX)
               ADD 1 TO WS-CCL-IX
           END-PERFORM.
           IF WS-CCL-IX NOT > WS-CCL-MAX
               IF WS-CCL-QTD < WS-CCL-MAX
                   ADD 1 TO WS-CCL-QTD
               END-IF
               PERFORM VARYING WS-CCL-JX FROM WS-CCL-QTD BY -1
                       UNTIL WS-CCL-JX NOT > WS-CCL-IX
                   MOVE WS-CCL-COMPRA(WS-CCL-JX - 1)
                       TO WS-CCL-COMPRA(WS-CCL-JX)
               END-PERFORM
               MOVE WS-CCL-NOVA TO WS-CCL-COMPRA(WS-CCL-IX)
           END-IF.

       9838-EXIBIR-COMPRA.
           MOVE WS-CCL-COMPRA(WS-CCL-IX) TO WS-CCL-NOVA.
           MOVE SPACES TO WS-CCL-TITULO.
           IF WS-CCL-N-LIVRO(6:8) = SPACES
               MOVE WS-CCL-N-LIVRO(1:5) TO CAD-BOOKNUM
               PERFORM 9839-LER-TITULO
           ELSE
               MOVE WS-CCL-N-LIVRO TO WS-ISBN-BUSCA
               PERFORM 1880-BUSCAR-ISBN
               IF WS-ISBN-ACHADO = 'Y'
                   MOVE WS-ISBN-LIVRO TO CAD-BOOKNUM
                   PERFORM 9839-LER-TITULO
               END-IF
           END-IF.
           EVALUATE WS-CCL-N-STATUS
               WHEN 'N' MOVE 'VENDA' TO WS-CCL-TIPO
               WHEN 'R' MOVE 'DEVOLUCAO' TO WS-CCL-TIPO
               WHEN OTHER MOVE WS-CCL-N-STATUS TO WS-CCL-TIPO
           END-EVALUATE.
           DISPLAY '  ' WS-CCL-N-DATA(7:2) '/' WS-CCL-N-DATA(5:2)
               '/' WS-CCL-N-DATA(1:4) ' ' WS-CCL-N-LIVRO ' '
               WS-CCL-TITULO ' ' WS-CCL-N-COPIAS ' ' WS-CCL-TIPO
               ' ' WS-CCL-N-ORIGEM.

       9839-LER-TITULO.
           READ CADASTROFILE
               INVALID KEY MOVE '(NAO CADASTRADO)' TO WS-CCL-TITULO
               NOT INVALID KEY MOVE CAD-BOOKTITLE TO WS-CCL-TITULO
           END-READ.

       9850-ENCOMENDAS-CLIENTE.
           DISPLAY 'ENCOMENDAS ABERTAS E PERDIDAS:'.
           MOVE ZEROS TO WS-CCL-ENCOMENDAS.
           OPEN INPUT BACKORDERFILE.
           IF WS-BOF-STATUS-OK
               MOVE 'N' TO WS-BUSCA-FIM
               PERFORM 9852-LER-ENCOMENDA
                   UNTIL WS-BUSCA-FIM = 'Y'
               CLOSE BACKORDERFILE
           END-IF.
           IF WS-CCL-ENCOMENDAS = ZEROS
               DISPLAY '  NENHUMA ENCOMENDA ABERTA OU PERDIDA'
           END-IF.

       9852-LER-ENCOMENDA.
           READ BACKORDERFILE
               AT END MOVE 'Y' TO WS-BUSCA-FIM
               NOT AT END
                   IF BO-CLIENTEID = WS-CCL-PRESET
                      AND (BO-ABERTA OR BO-PERDIDA)
                       PERFORM 9854-EXIBIR-ENCOMENDA
                   END-IF
           END-READ.

       9854-EXIBIR-ENCOMENDA.
           ADD 1 TO WS-CCL-ENCOMENDAS.
           MOVE ZEROS TO WS-CCL-DIAS.
           IF BO-DATE IS NUMERIC
               MOVE BO-DATE TO WS-SERIAL-DATE-X
               IF WS-SDX-MES > ZEROS AND WS-SDX-MES < 13
                   PERFORM 0047-DATE-TO-SERIAL
                   IF WS-HOJE-SERIAL > WS-SERIAL-WORK
                       COMPUTE WS-CCL-DIAS =
                           WS-HOJE-SERIAL - WS-SERIAL-WORK
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CCL-DIAS TO WS-CCL-IDADE.
           MOVE BO-BOOKNUM TO CAD-BOOKNUM.
           PERFORM 9839-LER-TITULO.
           IF BO-ABERTA
               MOVE 'ABERTA' TO WS-CCL-TIPO
           ELSE
               MOVE 'PERDIDA' TO WS-CCL-TIPO
           END-IF.
           DISPLAY '  ' BO-BOOKNUM ' ' WS-CCL-TITULO ' QTD ' BO-QTY
               ' ' WS-CCL-TIPO ' HA ' WS-CCL-IDADE ' DIAS'.

       9870-ACAO-CLIENTE.
           MOVE SPACE TO WS-CCL-OPCAO.
           PERFORM UNTIL WS-CCL-OPCAO = 'V' OR WS-CCL-OPCAO = 'E'
                      OR WS-CCL-OPCAO = 'X'
               DISPLAY 'V=VENDA  E=ENCOMENDA  X=VOLTAR: '
                   WITH NO ADVANCING
               MOVE SPACE TO WS-CCL-OPCAO
               ACCEPT WS-CCL-OPCAO
               IF WS-CCL-OPCAO NOT = 'V' AND WS-CCL-OPCAO NOT = 'E'
                  AND WS-CCL-OPCAO NOT = 'X'
                   DISPLAY 'RESPONDA V, E OU X'
               END-IF
           END-PERFORM.
           EVALUATE WS-CCL-OPCAO
               WHEN 'V' PERFORM 8000-VENDA-BALCAO
               WHEN 'E' PERFORM 9880-ENCOMENDA-CLIENTE
               WHEN OTHER CONTINUE
           END-EVALUATE.

       9880-ENCOMENDA-CLIENTE.
           PERFORM 5100-TAKE-LOCK.
           IF RLOCK-RESULT = 'OK'
               PERFORM 0050-OPEN-CADASTRO
               PERFORM 9885-REGISTRAR-ENCOMENDA
               CLOSE CADASTROFILE
               PERFORM 5200-FREE-LOCK
           END-IF.

       9885-REGISTRAR-ENCOMENDA.
           DISPLAY 'ENCOMENDA PARA O CLIENTE ' WS-CCL-PRESET.
           DISPLAY 'LIVRO OU ISBN.....: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-LIVRO-ENTRADA.
           ACCEPT WS-LIVRO-ENTRADA.
           PERFORM 1875-RESOLVER-LIVRO.
           IF WS-LIVRO-OK = 'Y'
               READ CADASTROFILE
                   INVALID KEY
                       DISPLAY 'ERRO: LIVRO ' CAD-BOOKNUM
                           ' NAO CADASTRADO'
               END-READ
           ELSE
               MOVE '23' TO WS-CAD-STATUS
           END-IF.
           IF WS-CAD-STATUS-OK
              AND CAD-SITUACAO NOT = 'A'
              AND CAD-SITUACAO NOT = SPACE
               DISPLAY 'TITULO FORA DE LINHA (SITUACAO '
                   CAD-SITUACAO ') - ENCOMENDA RECUSADA'
           ELSE
           IF WS-CAD-STATUS-OK
               DISPLAY 'TITULO............: ' CAD-BOOKTITLE
               PERFORM 8020-CHECK-ESTOQUE
               PERFORM 8100-ACCEPT-COPIAS
               MOVE CAD-BOOKNUM TO BO-BOOKNUM
               MOVE WS-CCL-PRESET TO BO-CLIENTEID
               MOVE BSF-COPIES TO BO-QTY
               ACCEPT BO-DATE FROM DATE YYYYMMDD
               MOVE ZEROS TO BO-FILL-DATE
               MOVE 'A' TO BO-STATUS
               PERFORM 8040-APPEND-ENCOMENDA
               IF WS-BOF-STATUS-OK
                   DISPLAY 'ENCOMENDA REGISTRADA'
               END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------*
      * NFC-E OF THE SALE JUST PAID: NEXT NUMBER FOR THE BRANCH AND    *
      * SERIES, ACCESS KEY, THEN HEADER, ITEM AND TENDER RECORDS TO    *
      * NFCEPEND.DAT. A ZERO NUMBER MEANS NO DOCUMENT WAS GENERATED.   *
      *----------------------------------------------------------------*
       8530-GERAR-NFCE.
           PERFORM 8532-PROXIMO-NUMERO-NFCE.
           IF WS-NFCE-NUMERO > ZEROS
               ACCEPT WS-NFCE-EMISSAO FROM DATE YYYYMMDD
               ACCEPT WS-NFCE-HORA FROM TIME
               PERFORM 8534-CHAVE-ACESSO
               OPEN EXTEND NFCEPENDFILE
               IF WS-NFP-NOT-FOUND
                   OPEN OUTPUT NFCEPENDFILE
               END-IF
               IF WS-NFP-STATUS-OK
                   PERFORM 8536-GRAVAR-NFCE
                   CLOSE NFCEPENDFILE
                   DISPLAY 'NFC-E SERIE ' WS-NFCE-SERIE ' NUMERO '
                       WS-NFCE-NUMERO ' GERADA'
               ELSE
                   DISPLAY 'ERRO AO GRAVAR NFCEPEND.DAT - STATUS '
                       WS-NFP-STATUS
                   MOVE ZEROS TO WS-NFCE-NUMERO
               END-IF
           END-IF.

       8532-PROXIMO-NUMERO-NFCE.
           MOVE ZEROS TO WS-NFCE-NUMERO.
           MOVE ZEROS TO WS-NCT-COUNT.
           OPEN INPUT NFCECTLFILE.
           IF WS-NCT-STATUS-OK
               READ NFCECTLFILE
                   AT END SET WS-EOF-NFCECTL TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-NFCECTL
                   IF WS-NCT-COUNT < 20
                       ADD 1 TO WS-NCT-COUNT
                       MOVE NCT-FILIAL TO WS-NCT-FILIAL(WS-NCT-COUNT)
                       MOVE NCT-SERIE TO WS-NCT-SERIE(WS-NCT-COUNT)
                       MOVE NCT-PROXIMO
                           TO WS-NCT-PROXIMO(WS-NCT-COUNT)
                   END-IF
                   READ NFCECTLFILE
                       AT END SET WS-EOF-NFCECTL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NFCECTLFILE
           END-IF.
           PERFORM 8533-ACHAR-SERIE
               VARYING NX FROM 1 BY 1
               UNTIL NX > WS-NCT-COUNT
                  OR (WS-NCT-FILIAL(NX) = WS-NFCE-FILIAL
                      AND WS-NCT-SERIE(NX) = WS-NFCE-SERIE).
           IF NX > WS-NCT-COUNT
               IF WS-NCT-COUNT < 20
                   ADD 1 TO WS-NCT-COUNT
                   MOVE WS-NFCE-FILIAL TO WS-NCT-FILIAL(NX)
                   MOVE WS-NFCE-SERIE TO WS-NCT-SERIE(NX)
                   MOVE 1 TO WS-NCT-PROXIMO(NX)
               ELSE
                   DISPLAY 'NFCECTL.DAT CHEIO - NFC-E NAO GERADA'
                   MOVE ZEROS TO NX
               END-IF
           END-IF.
           IF NX > ZEROS
               MOVE WS-NCT-PROXIMO(NX) TO WS-NFCE-NUMERO
               ADD 1 TO WS-NCT-PROXIMO(NX)
               OPEN OUTPUT NFCECTLFILE
               PERFORM 8538-GRAVAR-NFCECTL
                   VARYING NX FROM 1 BY 1 UNTIL NX > WS-NCT-COUNT
               CLOSE NFCECTLFILE
           END-IF.

       8533-ACHAR-SERIE.
           CONTINUE.

       8534-CHAVE-ACESSO.
           MOVE WS-NFCE-UF TO WS-NCH-UF.
           MOVE WS-NFCE-EMISSAO(3:4) TO WS-NCH-AAMM.
           MOVE WS-NFCE-CNPJ TO WS-NCH-CNPJ.
           MOVE '65' TO WS-NCH-MODELO.
           MOVE WS-NFCE-SERIE TO WS-NCH-SERIE.
           MOVE WS-NFCE-NUMERO TO WS-NCH-NUMERO.
           MOVE '1' TO WS-NCH-TP-EMIS.
           MOVE WS-NFCE-HORA TO WS-NCH-CNF.
           MOVE ZEROS TO WS-NFCE-SOMA.
           MOVE 2 TO WS-NFCE-PESO.
           PERFORM 8535-SOMAR-CHAVE
               VARYING WS-NFCE-IX FROM 43 BY -1 UNTIL WS-NFCE-IX < 1.
           DIVIDE WS-NFCE-SOMA BY 11
               GIVING WS-NFCE-QUOC REMAINDER WS-NFCE-RESTO.
           IF WS-NFCE-RESTO < 2
               MOVE ZEROS TO WS-NCH-DV
           ELSE
               COMPUTE WS-NCH-DV = 11 - WS-NFCE-RESTO
           END-IF.

       8535-SOMAR-CHAVE.
           COMPUTE WS-NFCE-SOMA = WS-NFCE-SOMA
               + (WS-NCH-DIGITO(WS-NFCE-IX) * WS-NFCE-PESO).
           IF WS-NFCE-PESO = 9
               MOVE 2 TO WS-NFCE-PESO
           ELSE
               ADD 1 TO WS-NFCE-PESO
           END-IF.

       8536-GRAVAR-NFCE.
           COMPUTE WS-NFCE-VPROD = BSF-COPIES * CAD-PRICE.
           MOVE SPACES TO NFC-RECORD.
           SET NFC-CABECALHO TO TRUE.
           MOVE WS-NFCE-CHAVE TO NFC-CHAVE.
           MOVE WS-NFCE-SERIE TO NFC-SERIE.
           MOVE WS-NFCE-NUMERO TO NFC-NUMERO.
           MOVE WS-NFCE-EMISSAO TO NFC-EMISSAO.
           MOVE WS-NFCE-HORA(1:6) TO NFC-HORA.
           MOVE '1' TO NFC-TP-EMIS.
           MOVE WS-NFCE-CNPJ TO NFC-CNPJ-EMIT.
           MOVE WS-NFCE-IE TO NFC-IE-EMIT.
           MOVE WS-NFCE-UF TO NFC-UF.
           MOVE WS-NFCE-FILIAL TO NFC-FILIAL.
           MOVE WS-NFCE-DEST TO NFC-DEST-DOC.
           MOVE WS-NFCE-VPROD TO NFC-VPROD.
           MOVE WS-PROMO-VALOR TO NFC-VDESC.
           MOVE WS-RECIBO-VALOR TO NFC-VNF.
           MOVE WS-PAG-TROCO TO NFC-VTROCO.
           MOVE WS-RECIBO-NUM TO NFC-RECIBO.
           MOVE WS-OPERADOR-ID TO NFC-OPER.
           WRITE NFC-RECORD.
           MOVE SPACES TO NFC-CORPO.
           SET NFC-ITEM TO TRUE.
           MOVE 1 TO NFC-ITEM-NUM.
           MOVE CAD-BOOKNUM TO NFC-CPROD.
           IF CAD-ISBN = SPACES
               MOVE 'SEM GTIN' TO NFC-CEAN
           ELSE
               MOVE CAD-ISBN TO NFC-CEAN
           END-IF.
           MOVE CAD-BOOKTITLE TO NFC-XPROD.
           MOVE '49019900' TO NFC-NCM.
           MOVE '5102' TO NFC-CFOP.
           MOVE 'UN' TO NFC-UCOM.
           MOVE BSF-COPIES TO NFC-QCOM.
           MOVE CAD-PRICE TO NFC-VUNCOM.
           MOVE WS-NFCE-VPROD TO NFC-ITEM-VPROD.
           MOVE WS-PROMO-VALOR TO NFC-ITEM-VDESC.
           WRITE NFC-RECORD.
           IF WS-PAG-DINHEIRO > ZEROS
               MOVE '01' TO NFC-TPAG
               COMPUTE NFC-VPAG = WS-PAG-DINHEIRO + WS-PAG-TROCO
               PERFORM 8537-GRAVAR-PAGTO-NFCE
           END-IF.
           IF WS-PAG-CREDITO > ZEROS
               MOVE '03' TO NFC-TPAG
               MOVE WS-PAG-CREDITO TO NFC-VPAG
               PERFORM 8537-GRAVAR-PAGTO-NFCE
           END-IF.
           IF WS-PAG-DEBITO > ZEROS
               MOVE '04' TO NFC-TPAG
               MOVE WS-PAG-DEBITO TO NFC-VPAG
               PERFORM 8537-GRAVAR-PAGTO-NFCE
           END-IF.
           IF WS-VALE-PAGO > ZEROS
      *        A STORE CREDIT IS "CREDITO LOJA", A SOLD VOUCHER IS
      *        "VALE PRESENTE".
               IF WS-PAG-VALE-ORIGEM = 'C'
                   MOVE '05' TO NFC-TPAG
               ELSE
                   MOVE '12' TO NFC-TPAG
               END-IF
               MOVE WS-VALE-PAGO TO NFC-VPAG
               PERFORM 8537-GRAVAR-PAGTO-NFCE
           END-IF.
           IF WS-PAG-PIX > ZEROS
               MOVE '17' TO NFC-TPAG
               MOVE WS-PAG-PIX TO NFC-VPAG
               PERFORM 8537-GRAVAR-PAGTO-NFCE
           END-IF.
      *    A SALE ON ACCOUNT IS ALSO "CREDITO LOJA".
           IF WS-PAG-PRAZO > ZEROS
               MOVE '05' TO NFC-TPAG
               MOVE WS-PAG-PRAZO TO NFC-VPAG
               PERFORM 8537-GRAVAR-PAGTO-NFCE
           END-IF.

       8537-GRAVAR-PAGTO-NFCE.
           SET NFC-PAGAMENTO TO TRUE.
           WRITE NFC-RECORD.
           MOVE SPACES TO NFC-CORPO.

       8538-GRAVAR-NFCECTL.
           MOVE WS-NCT-FILIAL(NX) TO NCT-FILIAL.
           MOVE WS-NCT-SERIE(NX) TO NCT-SERIE.
           MOVE WS-NCT-PROXIMO(NX) TO NCT-PROXIMO.
           WRITE NCT-RECORD.

       8550-EMITIR-RECIBO.
           PERFORM 8560-PROXIMO-NUMERO.
           COMPUTE WS-RECIBO-VALOR = BSF-COPIES * CAD-PRICE.
           MOVE ZEROS TO WS-PROMO-VALOR.
           IF WS-PROMO-DESCONTO > ZEROS
               COMPUTE WS-PROMO-VALOR ROUNDED =
                   WS-RECIBO-VALOR * WS-PROMO-DESCONTO / 100
               SUBTRACT WS-PROMO-VALOR FROM WS-RECIBO-VALOR
           END-IF.
           MOVE 'S' TO WS-PAG-ACEITA-VALE.
           MOVE 'N' TO WS-PAG-ACEITA-PRAZO.
           IF BSF-CLIENTEID NOT = SPACES
              AND WS-CONTA-LIMITE > ZEROS
               MOVE 'S' TO WS-PAG-ACEITA-PRAZO
           END-IF.
           PERFORM 8575-CAPTURAR-PAGAMENTO.
           IF WS-PAG-PRAZO > ZEROS
               MOVE 'V' TO WS-CONTA-TIPO
               MOVE WS-PAG-PRAZO TO WS-CONTA-VALOR
               PERFORM 9650-LANCAR-CONTA
           END-IF.
           MOVE ZEROS TO WS-NFCE-NUMERO.
           IF WS-NFCE-EMITIR = 'S'
               PERFORM 8530-GERAR-NFCE
           END-IF.
           MOVE WS-RECIBO-NUM TO RCB-NUM.
           MOVE BSF-SALEDATE TO RCB-DATA.
           MOVE CAD-BOOKNUM TO RCB-BOOKNUM.
           MOVE CAD-BOOKTITLE TO RCB-TITULO.
           MOVE BSF-COPIES TO RCB-COPIAS.
           MOVE WS-RECIBO-VALOR TO RCB-VALOR.
           MOVE WS-OPERADOR-ID TO RCB-OPER.
           OPEN EXTEND RECIBOFILE.
           IF WS-RCB-NOT-FOUND
               OPEN OUTPUT RECIBOFILE
           END-IF.
           WRITE RECIBO-LINE FROM RECIBO-CAB-LINE.
           WRITE RECIBO-LINE FROM RECIBO-DET-LINE.
           IF WS-PROMO-VALOR > ZEROS
               MOVE WS-PROMO-CODIGO TO RCB-PROMO
               MOVE WS-PROMO-DESCONTO TO RCB-PROMO-PCT
               MOVE WS-PROMO-VALOR TO RCB-PROMO-VALOR
               MOVE RECIBO-PROMO-LINE TO RECIBO-LINE
               CALL 'DECFMT' USING RECIBO-LINE, WS-RECIBO-LEN
               WRITE RECIBO-LINE
           END-IF.
           MOVE RECIBO-TOT-LINE TO RECIBO-LINE.
           CALL 'DECFMT' USING RECIBO-LINE, WS-RECIBO-LEN.
           WRITE RECIBO-LINE.
           IF WS-VALE-PAGO > ZEROS
               MOVE WS-VALE-NUM TO RCB-VALE-NUM
               MOVE WS-VALE-PAGO TO RCB-VALE-PAGO
               MOVE WS-VALE-SALDO TO RCB-VALE-SALDO
               MOVE RECIBO-VALE-LINE TO RECIBO-LINE
               CALL 'DECFMT' USING RECIBO-LINE, WS-RECIBO-LEN
               WRITE RECIBO-LINE
           END-IF.
           PERFORM 8578-RECIBO-PAGAMENTO.
           IF WS-PAG-PRAZO > ZEROS
               PERFORM 9640-RECIBO-CONTA
           END-IF.
           IF WS-NFCE-NUMERO > ZEROS
               MOVE WS-NFCE-SERIE TO RCB-NFCE-SERIE
               MOVE WS-NFCE-NUMERO TO RCB-NFCE-NUMERO
               MOVE WS-NFCE-DEST TO RCB-NFCE-DEST
               WRITE RECIBO-LINE FROM RECIBO-NFCE-LINE
               MOVE WS-NFCE-CHAVE TO RCB-NFCE-CHAVE
               WRITE RECIBO-LINE FROM RECIBO-CHAVE-LINE
           END-IF.
           MOVE SPACES TO RECIBO-LINE.
           WRITE RECIBO-LINE.
           CLOSE RECIBOFILE.
           PERFORM 8570-REGISTRAR-CAIXA.
           MOVE WS-RECIBO-VALOR TO WS-PRECO-FMT.
           DISPLAY 'RECIBO ' WS-RECIBO-NUM ' EMITIDO - TOTAL '
               WS-PRECO-FMT.

       8560-PROXIMO-NUMERO.
           MOVE 1 TO WS-RECIBO-NUM.
           OPEN INPUT RECNCTLFILE.
           IF WS-RCN-STATUS-OK
               READ RECNCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF RECNCTL-PROXIMO > ZEROS
                           MOVE RECNCTL-PROXIMO TO WS-RECIBO-NUM
                       END-IF
               END-READ
               CLOSE RECNCTLFILE
           END-IF.
           OPEN OUTPUT RECNCTLFILE.
           COMPUTE RECNCTL-PROXIMO = WS-RECIBO-NUM + 1.
           WRITE RECNCTL-RECORD.
           CLOSE RECNCTLFILE.

       8570-REGISTRAR-CAIXA.
           OPEN EXTEND TILLFILE.
           IF WS-TIL-NOT-FOUND
               OPEN OUTPUT TILLFILE
           END-IF.
           ACCEPT TILL-DATE FROM DATE YYYYMMDD.
           MOVE WS-RECIBO-NUM TO TILL-NUM.
           MOVE WS-OPERADOR-ID TO TILL-OPER.
           MOVE BSF-BOOKNUM TO TILL-BOOKNUM.
           MOVE BSF-COPIES TO TILL-COPIES.
           MOVE WS-RECIBO-VALOR TO TILL-VALOR.
           MOVE WS-VALE-NUM TO TILL-VALE-NUM.
           MOVE WS-VALE-PAGO TO TILL-VALE-VALOR.
           MOVE WS-PAG-DINHEIRO TO TILL-DINHEIRO.
           MOVE WS-PAG-DEBITO TO TILL-DEBITO.
           MOVE WS-PAG-CREDITO TO TILL-CREDITO.
           MOVE WS-PAG-PIX TO TILL-PIX.
           MOVE WS-PAG-PRAZO TO TILL-PRAZO.
           WRITE TILL-RECORD.
           CLOSE TILLFILE.

       8575-CAPTURAR-PAGAMENTO.
      *    THE AMOUNT IN WS-RECIBO-VALOR IS SETTLED ACROSS ONE OR MORE
      *    TENDERS; CASH IS KEPT NET OF ANY CHANGE GIVEN. ONLY CASH
      *    MAY EXCEED WHAT IS LEFT TO PAY - A CARD OR PIX AMOUNT ABOVE
      *    IT IS REFUSED AND THE TENDER ASKED FOR AGAIN.
           MOVE ZEROS TO WS-VALE-NUM WS-VALE-PAGO WS-PAG-DINHEIRO
               WS-PAG-DEBITO WS-PAG-CREDITO WS-PAG-PIX WS-PAG-TROCO
               WS-PAG-PRAZO.
           MOVE SPACE TO WS-PAG-VALE-ORIGEM.
           MOVE WS-RECIBO-VALOR TO WS-PAG-RESTA.
           PERFORM 8576-UMA-FORMA UNTIL WS-PAG-RESTA = ZEROS.

       8576-UMA-FORMA.
           MOVE WS-PAG-RESTA TO WS-PRECO-FMT.
           DISPLAY 'A PAGAR...........: ' WS-PRECO-FMT.
           DISPLAY 'FORMA (D=DINHEIRO B=DEBITO C=CREDITO P=PIX '
               'V=VALE A=A PRAZO): ' WITH NO ADVANCING.
           MOVE SPACE TO WS-PAG-FORMA.
           ACCEPT WS-PAG-FORMA.
           EVALUATE WS-PAG-FORMA
               WHEN 'V'
                   IF WS-PAG-ACEITA-VALE NOT = 'S'
                       DISPLAY 'VALE NAO ACEITO NESTA OPERACAO'
                   ELSE
                       IF WS-VALE-PAGO > ZEROS
                           DISPLAY 'SOMENTE UM VALE POR RECIBO'
                       ELSE
                           PERFORM 8580-PAGAR-COM-VALE
                       END-IF
                   END-IF
               WHEN 'A'
                   IF WS-PAG-ACEITA-PRAZO NOT = 'S'
                       DISPLAY 'A PRAZO SOMENTE PARA CLIENTE COM '
                           'LIMITE DE CREDITO'
                   ELSE
                       PERFORM 8581-PAGAR-A-PRAZO
                   END-IF
               WHEN 'D'
               WHEN 'B'
               WHEN 'C'
               WHEN 'P'
                   PERFORM 8577-ACCEPT-VALOR-PAGO
                   IF WS-PAG-VALOR > WS-PAG-RESTA
                      AND WS-PAG-FORMA NOT = 'D'
                       DISPLAY 'VALOR ACIMA DO SALDO'
                   ELSE
                       IF WS-PAG-VALOR > WS-PAG-RESTA
                           COMPUTE WS-PAG-TROCO =
                               WS-PAG-VALOR - WS-PAG-RESTA
                           MOVE WS-PAG-RESTA TO WS-PAG-VALOR
                           MOVE WS-PAG-TROCO TO WS-PRECO-FMT
                           DISPLAY 'TROCO.............: ' WS-PRECO-FMT
                       END-IF
                       EVALUATE WS-PAG-FORMA
                           WHEN 'D' ADD WS-PAG-VALOR TO WS-PAG-DINHEIRO
                           WHEN 'B' ADD WS-PAG-VALOR TO WS-PAG-DEBITO
                           WHEN 'C' ADD WS-PAG-VALOR TO WS-PAG-CREDITO
                           WHEN 'P' ADD WS-PAG-VALOR TO WS-PAG-PIX
                       END-EVALUATE
                       SUBTRACT WS-PAG-VALOR FROM WS-PAG-RESTA
                   END-IF
               WHEN OTHER
                   DISPLAY 'FORMA DE PAGAMENTO INVALIDA'
           END-EVALUATE.

       8581-PAGAR-A-PRAZO.
           PERFORM 8577-ACCEPT-VALOR-PAGO.
           COMPUTE WS-CONTA-DISPONIVEL =
               WS-CONTA-LIMITE - WS-CONTA-SALDO - WS-PAG-PRAZO.
           IF WS-CONTA-DISPONIVEL < ZEROS
               MOVE ZEROS TO WS-CONTA-DISPONIVEL
           END-IF.
           IF WS-PAG-VALOR > WS-CONTA-DISPONIVEL
               MOVE WS-CONTA-DISPONIVEL TO WS-PRECO-FMT
               DISPLAY 'LIMITE DE CREDITO EXCEDIDO - DISPONIVEL '
                   WS-PRECO-FMT ' - A PRAZO RECUSADO'
           ELSE
               ADD WS-PAG-VALOR TO WS-PAG-PRAZO
               SUBTRACT WS-PAG-VALOR FROM WS-PAG-RESTA
           END-IF.

       8577-ACCEPT-VALOR-PAGO.
           MOVE 'N' TO WS-NUM-VALIDO.
           PERFORM UNTIL WS-NUM-VALIDO = 'Y'
               DISPLAY 'VALOR EM CENTAVOS (BRANCO=TOTAL A PAGAR): '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-PRECO-ENTRADA
               ACCEPT WS-PRECO-ENTRADA
               IF WS-PRECO-ENTRADA = SPACES
                   MOVE WS-PAG-RESTA TO WS-PAG-VALOR
                   MOVE 'Y' TO WS-NUM-VALIDO
               ELSE
                   PERFORM 8579-CONVERTER-VALOR-PAGO
               END-IF
           END-PERFORM.

       8578-RECIBO-PAGAMENTO.
           IF WS-PAG-DINHEIRO > ZEROS
               MOVE 'DINHEIRO.......:' TO RCB-PAG-DESC
               COMPUTE RCB-PAG-VALOR = WS-PAG-DINHEIRO + WS-PAG-TROCO
               PERFORM 8574-LINHA-PAGAMENTO
           END-IF.
           IF WS-PAG-DEBITO > ZEROS
               MOVE 'CARTAO DEBITO..:' TO RCB-PAG-DESC
               MOVE WS-PAG-DEBITO TO RCB-PAG-VALOR
               PERFORM 8574-LINHA-PAGAMENTO
           END-IF.
           IF WS-PAG-CREDITO > ZEROS
               MOVE 'CARTAO CREDITO.:' TO RCB-PAG-DESC
               MOVE WS-PAG-CREDITO TO RCB-PAG-VALOR
               PERFORM 8574-LINHA-PAGAMENTO
           END-IF.
           IF WS-PAG-PIX > ZEROS
               MOVE 'PIX............:' TO RCB-PAG-DESC
               MOVE WS-PAG-PIX TO RCB-PAG-VALOR
               PERFORM 8574-LINHA-PAGAMENTO
           END-IF.
           IF WS-PAG-PRAZO > ZEROS
               MOVE 'A PRAZO........:' TO RCB-PAG-DESC
               MOVE WS-PAG-PRAZO TO RCB-PAG-VALOR
               PERFORM 8574-LINHA-PAGAMENTO
           END-IF.
           IF WS-PAG-TROCO > ZEROS
               MOVE 'TROCO..........:' TO RCB-PAG-DESC
               MOVE WS-PAG-TROCO TO RCB-PAG-VALOR
               PERFORM 8574-LINHA-PAGAMENTO
           END-IF.

       8574-LINHA-PAGAMENTO.
           MOVE RECIBO-PAG-LINE TO RECIBO-LINE.
           CALL 'DECFMT' USING RECIBO-LINE, WS-RECIBO-LEN.
           WRITE RECIBO-LINE.

       8579-CONVERTER-VALOR-PAGO.
           CALL 'NUMVALID' USING WS-PRECO-ENTRADA WS-NUM-VALIDO.
           IF WS-NUM-VALIDO NOT = 'Y'
               DISPLAY 'VALOR INVALIDO - SOMENTE DIGITOS'
           ELSE
               IF WS-PRECO-ENTRADA(8:11) NOT = SPACES
                   MOVE 'N' TO WS-NUM-VALIDO
                   DISPLAY 'VALOR INVALIDO - MAXIMO 7 DIGITOS'
               END-IF
           END-IF.
           IF WS-NUM-VALIDO = 'Y'
               PERFORM 1600-SCAN-PRECO
                   VARYING WS-PRECO-IX FROM 18 BY -1
                   UNTIL WS-PRECO-IX < 1
                      OR WS-PRECO-ENTRADA(WS-PRECO-IX:1) NOT = SPACE
               MOVE ZEROS TO WS-PRECO-NUM
               IF WS-PRECO-IX > ZEROS
                   MOVE WS-PRECO-ENTRADA(1:WS-PRECO-IX)
                       TO WS-PRECO-NUM
               END-IF
               COMPUTE WS-PAG-VALOR = WS-PRECO-NUM / 100
               EVALUATE TRUE
                   WHEN WS-PAG-VALOR = ZEROS
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'VALOR INVALIDO - INFORME O VALOR'
                   WHEN WS-PAG-VALOR > WS-PAG-RESTA
                        AND WS-PAG-FORMA NOT = 'D'
                       MOVE 'N' TO WS-NUM-VALIDO
                       DISPLAY 'SOMENTE DINHEIRO PODE EXCEDER O '
                           'VALOR A PAGAR'
               END-EVALUATE
           END-IF.

       8580-PAGAR-COM-VALE.
           MOVE 'N' TO WS-VALE-OK.
           PERFORM UNTIL WS-VALE-OK = 'Y' OR WS-VALE-OK = 'B'
               DISPLAY 'PAGAR COM VALE (NUMERO OU BRANCO): '
                   WITH NO ADVANCING
               PERFORM 8770-ACCEPT-NUM-VALE
           END-PERFORM.
           IF WS-VALE-OK = 'Y'
               PERFORM 8790-ABRIR-VALEMF
               READ VALEMFFILE
                   INVALID KEY
                       DISPLAY 'VALE ' WS-VALE-NUM ' NAO CADASTRADO'
               END-READ
               IF WS-VAL-STATUS-OK
                   PERFORM 8585-RESGATAR-VALE
               END-IF
               CLOSE VALEMFFILE
           END-IF.
           IF WS-VALE-PAGO = ZEROS
               MOVE ZEROS TO WS-VALE-NUM
           END-IF.

       8585-RESGATAR-VALE.
           EVALUATE TRUE
               WHEN NOT VAL-ATIVO
                   DISPLAY 'VALE SEM SALDO OU EXPIRADO (SITUACAO '
                       VAL-SITUACAO ')'
               WHEN VAL-VALIDADE < WS-HOJE-DATA
                   DISPLAY 'VALE VENCIDO EM ' VAL-VALIDADE
               WHEN OTHER
                   IF VAL-SALDO < WS-PAG-RESTA
                       MOVE VAL-SALDO TO WS-VALE-PAGO
                   ELSE
                       MOVE WS-PAG-RESTA TO WS-VALE-PAGO
                   END-IF
                   SUBTRACT WS-VALE-PAGO FROM VAL-SALDO
                   MOVE VAL-SALDO TO WS-VALE-SALDO
                   MOVE VAL-ORIGEM TO WS-PAG-VALE-ORIGEM
                   IF VAL-SALDO = ZEROS
                       SET VAL-ESGOTADO TO TRUE
                   END-IF
                   MOVE WS-HOJE-DATA TO VAL-ULT-MOVTO
                   REWRITE VAL-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR VALE - STATUS '
                               WS-VAL-STATUS
                   END-REWRITE
                   IF WS-VAL-STATUS-OK
                       SUBTRACT WS-VALE-PAGO FROM WS-PAG-RESTA
                       MOVE 'R' TO WS-VALE-TIPO
                       MOVE WS-VALE-PAGO TO WS-VALE-VALOR
                       PERFORM 8795-GRAVAR-MOVTO-VALE
                       MOVE WS-VALE-PAGO TO WS-PRECO-FMT
                       DISPLAY 'PAGO COM VALE.....: ' WS-PRECO-FMT
                       MOVE WS-PAG-RESTA TO WS-PRECO-FMT
                       DISPLAY 'RESTANTE A PAGAR..: ' WS-PRECO-FMT
                   ELSE
                       MOVE ZEROS TO WS-VALE-PAGO
                   END-IF
           END-EVALUATE.

       8590-CREDITO-DEVOLUCAO.
           MOVE SPACE TO WS-VALE-RESPOSTA.
           PERFORM UNTIL WS-VALE-RESPOSTA = 'S'
                      OR WS-VALE-RESPOSTA = 'N'
               DISPLAY 'REEMBOLSO EM CREDITO DE VALE (S/N): '
                   WITH NO ADVANCING
               ACCEPT WS-VALE-RESPOSTA
           END-PERFORM.
           IF WS-VALE-RESPOSTA = 'S'
      *        THE CREDIT IS WHAT THE CUSTOMER PAID: LIST PRICE LESS
      *        ANY PROMOTION IN FORCE ON THE DATE, AS REVEXT VALUES
      *        THE RETURN.
               COMPUTE WS-VALE-VALOR = BSF-COPIES * CAD-PRICE
               CALL 'PROMOFIND' USING CAD-BOOKNUM CAD-CATEGORIA
                   BSF-REGION BSF-SALEDATE
                   WS-PROMO-CODIGO WS-PROMO-DESCONTO
               IF WS-PROMO-DESCONTO > ZEROS
                   COMPUTE WS-PROMO-VALOR ROUNDED =
                       WS-VALE-VALOR * WS-PROMO-DESCONTO / 100
                   SUBTRACT WS-PROMO-VALOR FROM WS-VALE-VALOR
               END-IF
               MOVE WS-VALE-VALOR TO WS-PRECO-FMT
               DISPLAY 'CREDITO A CONCEDER: ' WS-PRECO-FMT
               MOVE 'N' TO WS-VALE-OK
               PERFORM UNTIL WS-VALE-OK = 'Y' OR WS-VALE-OK = 'B'
                   DISPLAY 'VALE EXISTENTE (NUMERO OU BRANCO=NOVO): '
                       WITH NO ADVANCING
                   PERFORM 8770-ACCEPT-NUM-VALE
               END-PERFORM
               MOVE 'C' TO WS-VALE-TIPO
               IF WS-VALE-OK = 'B'
                   PERFORM 8725-ACCEPT-VALIDADE
                   PERFORM 8645-ACCEPT-FILIAL
                   PERFORM 8730-EMITIR-VALE
               ELSE
                   PERFORM 8595-CREDITAR-VALE
               END-IF
           END-IF.

       8595-CREDITAR-VALE.
           PERFORM 8790-ABRIR-VALEMF.
           READ VALEMFFILE
               INVALID KEY
                   DISPLAY 'VALE ' WS-VALE-NUM ' NAO CADASTRADO - '
                       'CREDITO NAO CONCEDIDO'
           END-READ.
           IF WS-VAL-STATUS-OK
               IF VAL-EXPIRADO OR VAL-VALIDADE < WS-HOJE-DATA
                   DISPLAY 'VALE EXPIRADO - CREDITO NAO CONCEDIDO'
               ELSE
                   ADD WS-VALE-VALOR TO VAL-VALOR VAL-SALDO
                   SET VAL-ATIVO TO TRUE
                   MOVE WS-HOJE-DATA TO VAL-ULT-MOVTO
                   REWRITE VAL-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO ATUALIZAR VALE - STATUS '
                               WS-VAL-STATUS
                   END-REWRITE
                   IF WS-VAL-STATUS-OK
                       PERFORM 8560-PROXIMO-NUMERO
                       PERFORM 8795-GRAVAR-MOVTO-VALE
                       PERFORM 8750-RECIBO-VALE
                   END-IF
               END-IF
           END-IF.
           CLOSE VALEMFFILE.

       6100-FIND-RANK.
           OPEN INPUT RANKFILE.
           IF WS-RNK-OK
           CALL "DATADIR" USING WS-PTH-APPRCTL-DAT.
           CALL "DATADIR" USING WS-PTH-SALAPPR-DAT.
           CALL "DATADIR" USING WS-PTH-SALAPPR-TMP.
           CALL "DATADIR" USING WS-PTH-DEPTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-PERIODCTL-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-REJ.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-RJT.
           CALL "DATADIR" USING WS-PTH-STOCKRCPT-DAT.
           CALL "DATADIR" USING WS-PTH-RCPTHIST-DAT.
           CALL "DATADIR" USING WS-PTH-EMPSTATTRANS-DAT.
           CALL "DATADIR" USING WS-PTH-FERIASPROG-DAT.
           CALL "DATADIR" USING WS-PTH-FERIAS-DAT.
           CALL "DATADIR" USING WS-PTH-EMPDESC-DAT.
           CALL "DATADIR" USING WS-PTH-EMPDESC-TMP.
           CALL "DATADIR" USING WS-PTH-FORNECMF-DAT.
           CALL "DATADIR" USING WS-PTH-CATEGMF-DAT.
           CALL "DATADIR" USING WS-PTH-ISBNXREF-DAT.
           CALL "DATADIR" USING WS-PTH-ASNPEND-DAT.
           CALL "DATADIR" USING WS-PTH-PERDATRANS-DAT.
           CALL "DATADIR" USING WS-PTH-VALEMF-DAT.
           CALL "DATADIR" USING WS-PTH-VALETRANS-DAT.
           CALL "DATADIR" USING WS-PTH-VALECTL-DAT.
           CALL "DATADIR" USING WS-PTH-BRANCHMF-DAT.
           CALL "DATADIR" USING WS-PTH-NFCECTL-DAT.
           CALL "DATADIR" USING WS-PTH-NFCEPEND-DAT.
           CALL "DATADIR" USING WS-PTH-CLIMOVTO-DAT.
           CALL "DATADIR" USING WS-PTH-LGPDREQ-DAT.

       END PROGRAM MAIN.
