      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. EACH AUDIT TRAIL HAS ITS OWN
      *              MONTHLY LISTING, BUT THE QUESTIONS THE AUDITORS
      *              ASK CUT ACROSS THEM. THIS REVIEW READS, FOR THE
      *              MONTH GIVEN AS THE RUN ARGUMENT (AAAAMM; WITHOUT
      *              IT, THE MONTH BEFORE THE RUN DATE), CADAUDIT.DAT
      *              (LIVE FILE PLUS THE LOGROLL ARCHIVE OF THE
      *              MONTH), CTLAUDIT.DAT, SALHIST.DAT, SALAPPR.DAT,
      *              STOCKADJ.DAT AND TILL.DAT AGAINST USERMF.DAT AND
      *              THE SIGN-ON JOURNAL SIGNON.DAT, AND PRINTS ON
      *              PRIVREV.RPT EVERY BREACH OF FOUR RULES WITH THE
      *              RECORDS BEHIND IT: 1) A USER CHANGED OR ASKED TO
      *              CHANGE THEIR OWN SALARY (USERMF MATRICULA, OR THE
      *              NAME ON EMPMF WHEN THE USER HAS NONE); 2) A USER
      *              APPROVED A SALARY REQUEST FOR AN EMPLOYEE WHOSE
      *              SALARY THEY ALSO KEYED OR REQUESTED IN THE MONTH,
      *              OR TWO USERS APPROVED EACH OTHER'S REQUESTS;
      *              3) A USER CHANGED A BOOK PRICE AND SOLD THAT BOOK
      *              AT THE COUNTER THE SAME DAY; 4) A CHANGE OUTSIDE
      *              BUSINESS HOURS, ON A NON-BUSINESS DAY, WITHOUT A
      *              SIGN-ON BY THAT USER THAT DAY, OR FROM AN ID NOT
      *              ON USERMF. THEN IT SUMMARISES EACH USER'S
      *              ACTIVITY BY LEVEL AND LISTS THE USERS WITH NO
      *              SIGN-ON FOR THE CONFIGURED NUMBER OF DAYS AS
      *              CANDIDATES FOR DEACTIVATION. BUSINESS HOURS AND
      *              THE INACTIVITY LIMIT COME FROM SECCTL.DAT
      *              (DEFAULTS 08:00-19:00 AND 90 DAYS). RETURN CODE 4
      *              WHEN ANYTHING IS LISTED, 8 WHEN USERMF.DAT CANNOT
      *              BE READ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERMASTERFILE ASSIGN TO DYNAMIC WS-PTH-USERMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USR-STATUS.

           SELECT SECCTLFILE ASSIGN TO DYNAMIC WS-PTH-SECCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

           SELECT SIGNONJOURNAL ASSIGN TO DYNAMIC WS-PTH-SIGNON-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJ-STATUS.

           SELECT SALHISTFILE ASSIGN TO DYNAMIC WS-PTH-SALHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALH-STATUS.

           SELECT SALAPPRFILE ASSIGN TO DYNAMIC WS-PTH-SALAPPR-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

           SELECT CADAUDITFILE ASSIGN TO DYNAMIC WS-CAD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CTLAUDITFILE ASSIGN TO DYNAMIC WS-PTH-CTLAUDIT-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTA-STATUS.

           SELECT ADJUSTLOGFILE ASSIGN TO DYNAMIC WS-PTH-STOCKADJ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.

           SELECT TILLFILE ASSIGN TO DYNAMIC WS-PTH-TILL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-STATUS.

           SELECT EMPLOYEEMASTERFILE ASSIGN TO DYNAMIC WS-PTH-EMPMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PRIVSORTFILE ASSIGN TO DYNAMIC WS-PTH-PRIVREV-SRT.

           SELECT PRIVREPORTFILE ASSIGN TO DYNAMIC WS-PTH-PRIVREV-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  USERMASTERFILE.
       01  USR-RECORD.
           88 WS-EOF-USERMF        VALUE HIGH-VALUES.
           05 USR-ID               PIC X(08).
           05 USR-NAME             PIC X(30).
           05 USR-PASSWORD         PIC X(08).
           05 USR-LEVEL            PIC 9(01).
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

       FD  SIGNONJOURNAL.
       01  SJ-RECORD.
           88 ENDOFSIGNON          VALUE HIGH-VALUES.
           05 SJ-DATE              PIC 9(08).
           05 SJ-TIME              PIC 9(08).
           05 SJ-USER              PIC X(08).
           05 SJ-RESULT            PIC X(05).

       FD  SALHISTFILE.
       01  SH-RECORD.
           88 ENDOFSALHIST         VALUE HIGH-VALUES.
           05 SH-DATE              PIC 9(08).
           05 SH-TIME              PIC 9(08).
           05 SH-MATRICULA         PIC 9(06).
           05 SH-SAL-ANT           PIC 9(9)V9(2).
           05 SH-SAL-NOVO          PIC 9(9)V9(2).
           05 SH-FONTE             PIC X(08).
           05 SH-OPERADOR          PIC X(08).

       FD  SALAPPRFILE.
       01  AP-RECORD.
           88 WS-EOF-SALAPPR       VALUE HIGH-VALUES.
           05 AP-MATRICULA         PIC 9(06).
           05 AP-SAL-ANT           PIC 9(9)V9(2).
           05 AP-SAL-NOVO          PIC 9(9)V9(2).
           05 AP-SOLICITANTE       PIC X(08).
           05 AP-DATA              PIC 9(08).
           05 AP-HORA              PIC 9(08).
           05 AP-STATUS            PIC X(01).
              88 AP-PENDENTE       VALUE "P".
              88 AP-APROVADO       VALUE "A".
              88 AP-RECUSADO       VALUE "R".
           05 AP-APROVADOR         PIC X(08).
           05 AP-DATA-DECISAO      PIC 9(08).
           05 AP-TIPO              PIC X(01).
              88 AP-INCLUSAO       VALUE "I".
           05 AP-MOTIVO            PIC X(01).
           05 AP-DEPTO             PIC X(03).
           05 AP-NOME              PIC X(30).
           05 AP-ANO-INGRESSO      PIC 9(04).
           05 AP-MES-INGRESSO      PIC 9(02).
           05 AP-GRADE             PIC X(02).
           05 AP-SITUACAO          PIC X(01).

       FD  CADAUDITFILE.
       01  CADAUD-RECORD.
           88 ENDOFCADAUDIT        VALUE HIGH-VALUES.
           05 CADAUD-DATE          PIC 9(08).
           05 CADAUD-TIME          PIC 9(08).
           05 CADAUD-OPERATOR      PIC X(08).
           05 CADAUD-ACTION        PIC X(01).
           05 CADAUD-BEFORE        PIC X(89).
           05 CADAUD-AFTER         PIC X(89).

       FD  CTLAUDITFILE.
       01  CTLAUD-RECORD.
           88 ENDOFCTLAUDIT        VALUE HIGH-VALUES.
           05 CTLAUD-DATE          PIC 9(08).
           05 CTLAUD-TIME          PIC 9(08).
           05 CTLAUD-OPERATOR      PIC X(08).
           05 CTLAUD-FILE          PIC X(12).
           05 CTLAUD-ACTION        PIC X(01).
           05 CTLAUD-BEFORE        PIC X(66).
           05 CTLAUD-AFTER         PIC X(66).

       FD  ADJUSTLOGFILE.
       01  ADJ-RECORD.
           88 ENDOFADJUST          VALUE HIGH-VALUES.
           05 ADJ-DATE             PIC 9(8).
           05 ADJ-TIME             PIC 9(8).
           05 ADJ-BOOKNUM          PIC X(5).
           05 ADJ-SALDO-ANT        PIC 9(5).
           05 ADJ-SALDO-NOVO       PIC 9(5).
           05 ADJ-VARIACAO         PIC S9(6).
           05 ADJ-CONTADOR         PIC X(8).
           05 ADJ-DATA-CONTAGEM    PIC 9(8).

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

       SD  PRIVSORTFILE.
       01  PSR-SORTREC.
           88 ENDOFPRIVSORT        VALUE HIGH-VALUES.
           02 PSR-REGRA            PIC 9(01).
           02 PSR-USUARIO          PIC X(08).
           02 PSR-DATA             PIC 9(08).
           02 PSR-HORA             PIC 9(08).
           02 PSR-GRUPO            PIC 9(05).
           02 PSR-LINHA            PIC 9(03).
           02 PSR-TEXTO            PIC X(99).

       FD  PRIVREPORTFILE.
       01  WS-PRIV-RPT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-USERMF-DAT PIC X(44)
           VALUE "ASSETS/USERMF.DAT".
       77  WS-PTH-SECCTL-DAT PIC X(44)
           VALUE "ASSETS/SECCTL.DAT".
       77  WS-PTH-SIGNON-DAT PIC X(44)
           VALUE "ASSETS/SIGNON.DAT".
       77  WS-PTH-SALHIST-DAT PIC X(44)
           VALUE "ASSETS/SALHIST.DAT".
       77  WS-PTH-SALAPPR-DAT PIC X(44)
           VALUE "ASSETS/SALAPPR.DAT".
       77  WS-PTH-CADAUDIT-DAT PIC X(44)
           VALUE "ASSETS/CADAUDIT.DAT".
       77  WS-PTH-CTLAUDIT-DAT PIC X(44)
           VALUE "ASSETS/CTLAUDIT.DAT".
       77  WS-PTH-STOCKADJ-DAT PIC X(44)
           VALUE "ASSETS/STOCKADJ.DAT".
       77  WS-PTH-TILL-DAT PIC X(44)
           VALUE "ASSETS/TILL.DAT".
       77  WS-PTH-EMPMF-DAT PIC X(44)
           VALUE "ASSETS/EMPMF.DAT".
       77  WS-PTH-PRIVREV-SRT PIC X(44)
           VALUE "ASSETS/PRIVREV.SRT".
       77  WS-PTH-PRIVREV-RPT PIC X(44)
           VALUE "ASSETS/PRIVREV.RPT".
       77  WS-PTH-PREFIX PIC X(44)
           VALUE "ASSETS/".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-RUN-DATE-NUM         PIC 9(8).
       77  WS-CAD-NAME             PIC X(44) VALUE SPACES.
       77  WS-USR-STATUS           PIC X(02) VALUE SPACES.
           88 WS-USR-STATUS-OK     VALUE "00".
       77  WS-SEC-STATUS           PIC X(02) VALUE SPACES.
           88 WS-SEC-STATUS-OK     VALUE "00".
       77  WS-SJ-STATUS            PIC X(02) VALUE SPACES.
           88 WS-SJ-STATUS-OK      VALUE "00".
       77  WS-SALH-STATUS          PIC X(02) VALUE SPACES.
           88 WS-SALH-STATUS-OK    VALUE "00".
       77  WS-APR-STATUS           PIC X(02) VALUE SPACES.
           88 WS-APR-STATUS-OK     VALUE "00".
       77  WS-AUD-STATUS           PIC X(02) VALUE SPACES.
           88 WS-AUD-STATUS-OK     VALUE "00".
       77  WS-CTA-STATUS           PIC X(02) VALUE SPACES.
           88 WS-CTA-STATUS-OK     VALUE "00".
       77  WS-ADJ-STATUS           PIC X(02) VALUE SPACES.
           88 WS-ADJ-STATUS-OK     VALUE "00".
       77  WS-TILL-STATUS          PIC X(02) VALUE SPACES.
           88 WS-TILL-STATUS-OK    VALUE "00".
       77  WS-EMP-STATUS           PIC X(02) VALUE SPACES.
           88 WS-EMP-STATUS-OK     VALUE "00".
       77  WS-EMP-ABERTO-SW        PIC X(01) VALUE "N".
           88 WS-EMP-ABERTO        VALUE "Y".

      *    MONTH UNDER REVIEW
       77  WS-MES-PARM             PIC X(06) VALUE SPACES.
       77  WS-DATA-VALIDA          PIC X(01) VALUE "N".
       77  WS-INI-MES              PIC 9(08) VALUE ZEROS.
       77  WS-FIM-MES              PIC 9(08) VALUE ZEROS.

      *    SECCTL.DAT PARAMETERS, DEFAULTED WHEN ZERO OR ABSENT
       77  WS-HORA-INICIO          PIC 9(04) VALUE 0800.
       77  WS-HORA-FIM             PIC 9(04) VALUE 1900.
       77  WS-INATIVO-DIAS         PIC 9(03) VALUE 90.

       77  UX                      PIC 9(03) VALUE ZEROS.
       77  KX                      PIC 9(04) VALUE ZEROS.
       77  AX                      PIC 9(04) VALUE ZEROS.
       77  AY                      PIC 9(04) VALUE ZEROS.
       77  WS-AY-INICIO            PIC 9(04) VALUE ZEROS.
       77  PX                      PIC 9(04) VALUE ZEROS.
       77  RX                      PIC 9(01) VALUE ZEROS.
       77  WS-NIVEL-IX             PIC 9(02) VALUE ZEROS.
       77  WS-BUSCA-ID             PIC X(08) VALUE SPACES.
       77  WS-USR-ESTOURO          PIC X(01) VALUE "N".
       77  WS-KEY-ESTOURO          PIC X(01) VALUE "N".
       77  WS-APR-ESTOURO          PIC X(01) VALUE "N".
       77  WS-PRC-ESTOURO          PIC X(01) VALUE "N".
       77  WS-DIA-UTIL             PIC X(01) VALUE "N".
       77  WS-GRUPO-ABERTO-SW      PIC X(01) VALUE "N".
           88 WS-GRUPO-ABERTO      VALUE "Y".
       77  WS-PROPRIO-SW           PIC X(01) VALUE SPACE.
           88 WS-PROPRIO-MATRICULA VALUE "M".
           88 WS-PROPRIO-NOME      VALUE "N".
       77  WS-PROPRIO-MATRIC       PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO-PTR           PIC 9(03) VALUE ZEROS.
       77  WS-GRUPO-SEQ            PIC 9(05) VALUE ZEROS.
       77  WS-CUR-REGRA            PIC 9(01) VALUE ZEROS.
       77  WS-NIVEL-USUARIOS       PIC 9(03) VALUE ZEROS.
       77  WS-LISTA-CADASTRO       PIC X(01) VALUE "S".
       77  WS-DIAS-SEM-LOGIN       PIC 9(07) VALUE ZEROS.
       77  WS-HOJE-SERIAL          PIC 9(07) VALUE ZEROS.

       77  WS-USR-COUNT            PIC 9(03) VALUE ZEROS.
       77  WS-USR-CADASTRADOS      PIC 9(03) VALUE ZEROS.
       77  WS-USR-SEM-CADASTRO     PIC 9(03) VALUE ZEROS.
       77  WS-KEY-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-APR-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-PRC-COUNT            PIC 9(04) VALUE ZEROS.
       77  WS-LINHAS-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-OCORRENCIAS    PIC 9(05) VALUE ZEROS.
       77  WS-DESATIVAR-COUNT      PIC 9(03) VALUE ZEROS.

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
       01  WS-REF-YYYYMM-X.
           05 WS-REF-YYYYMM        PIC 9(6).
       01  WS-EDIT-DATE-SPLIT.
           05 WS-EDT-ANO           PIC 9(4).
           05 WS-EDT-MES           PIC 9(2).
           05 WS-EDT-DIA           PIC 9(2).
       01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE-SPLIT
                                   PIC 9(8).
       01  WS-EDIT-TIME-SPLIT.
           05 WS-EDT-HH            PIC 9(2).
           05 WS-EDT-MI            PIC 9(2).
           05 FILLER               PIC 9(4).
       01  WS-EDIT-TIME-NUM REDEFINES WS-EDIT-TIME-SPLIT
                                   PIC 9(8).
       01  PRV-DATE-EDIT.
           05 PDE-DIA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 PDE-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 PDE-ANO              PIC 9(04).
       01  PRV-TIME-EDIT.
           05 PTE-HH               PIC 9(02).
           05 FILLER               PIC X(01) VALUE ":".
           05 PTE-MI               PIC 9(02).

      *    THE CHANGE BEING CHECKED AGAINST RULE 4
       77  WS-CHG-USER             PIC X(08) VALUE SPACES.
       77  WS-CHG-TRILHA           PIC X(08) VALUE SPACES.
       77  WS-CHG-DESCR            PIC X(31) VALUE SPACES.
       77  WS-CHG-COM-HORA         PIC X(01) VALUE "Y".
       01  WS-CHG-DATE-SPLIT.
           05 WS-CHG-ANO           PIC 9(4).
           05 WS-CHG-MES           PIC 9(2).
           05 WS-CHG-DIA           PIC 9(2).
       01  WS-CHG-DATE REDEFINES WS-CHG-DATE-SPLIT PIC 9(8).
       01  WS-CHG-TIME-SPLIT.
           05 WS-CHG-HHMM          PIC 9(4).
           05 FILLER               PIC 9(4).
       01  WS-CHG-TIME REDEFINES WS-CHG-TIME-SPLIT PIC 9(8).

      *    SORT KEY OF THE NEXT BREACH LINE RELEASED
       77  WS-REL-REGRA            PIC 9(01) VALUE ZEROS.
       77  WS-REL-USUARIO          PIC X(08) VALUE SPACES.
       77  WS-REL-DATA             PIC 9(08) VALUE ZEROS.
       77  WS-REL-HORA             PIC 9(08) VALUE ZEROS.
       77  WS-REL-GRUPO            PIC 9(05) VALUE ZEROS.
       77  WS-REL-LINHA            PIC 9(03) VALUE ZEROS.

       01  WS-USR-TABLE.
           05 WS-USR-ENTRY OCCURS 200 TIMES.
              10 WS-U-ID           PIC X(08).
              10 WS-U-NAME         PIC X(30).
              10 WS-U-LEVEL        PIC 9(01).
              10 WS-U-MATRICULA    PIC X(06).
              10 WS-U-CADASTRADO   PIC X(01).
              10 WS-U-LOCKED       PIC X(01).
              10 WS-U-ULT-OK       PIC 9(08).
              10 WS-U-DIAS-OK      PIC X(31).
              10 WS-U-QT-OK        PIC 9(05).
              10 WS-U-QT-FALHA     PIC 9(05).
              10 WS-U-QT-CAD       PIC 9(05).
              10 WS-U-QT-CTL       PIC 9(05).
              10 WS-U-QT-SAL       PIC 9(05).
              10 WS-U-QT-PED       PIC 9(05).
              10 WS-U-QT-DEC       PIC 9(05).
              10 WS-U-QT-CONT      PIC 9(05).
              10 WS-U-QT-VENDA     PIC 9(05).
              10 WS-U-QT-INFR      PIC 9(05).

      *    SALARY CHANGES KEYED (SCREEN) OR REQUESTED IN THE MONTH
       01  WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 3000 TIMES.
              10 WS-K-USUARIO      PIC X(08).
              10 WS-K-MATRICULA    PIC 9(06).
              10 WS-K-DATA         PIC 9(08).
              10 WS-K-HORA         PIC 9(08).
              10 WS-K-TRILHA       PIC X(08).
              10 WS-K-SAL-ANT      PIC 9(9)V9(2).
              10 WS-K-SAL-NOVO     PIC 9(9)V9(2).

      *    SALARY REQUESTS APPROVED IN THE MONTH
       01  WS-APR-TABLE.
           05 WS-APR-ENTRY OCCURS 1000 TIMES.
              10 WS-A-APROVADOR    PIC X(08).
              10 WS-A-SOLICITANTE  PIC X(08).
              10 WS-A-MATRICULA    PIC 9(06).
              10 WS-A-DATA-PEDIDO  PIC 9(08).
              10 WS-A-DATA-DECISAO PIC 9(08).

      *    PRICE CHANGES ON THE CADASTRO IN THE MONTH
       01  WS-PRC-TABLE.
           05 WS-PRC-ENTRY OCCURS 2000 TIMES.
              10 WS-P-OPERADOR     PIC X(08).
              10 WS-P-DATA         PIC 9(08).
              10 WS-P-HORA         PIC 9(08).
              10 WS-P-BOOKNUM      PIC X(05).
              10 WS-P-PRECO-ANT    PIC 9(5)V99.
              10 WS-P-PRECO-NOVO   PIC 9(5)V99.
              10 WS-P-GRUPO        PIC 9(05).
              10 WS-P-VENDAS       PIC 9(03).

       01  WS-CAD-IMAGE.
           05 WS-CAD-BOOKNUM       PIC X(05).
           05 FILLER               PIC X(50).
           05 WS-CAD-PRICE-X       PIC X(07).
           05 WS-CAD-PRICE REDEFINES WS-CAD-PRICE-X
                                   PIC 9(5)V99.
           05 FILLER               PIC X(27).
       01  WS-CAD-PRICE-ANT        PIC X(07).
       01  WS-CAD-PRICE-ANT-N REDEFINES WS-CAD-PRICE-ANT
                                   PIC 9(5)V99.

       01  WS-REGRA-TABLE.
           05 FILLER               PIC X(50)
              VALUE "REGRA 1 - ALTERACAO DO PROPRIO SALARIO".
           05 FILLER               PIC X(50)
              VALUE "REGRA 2 - DIGITOU E APROVOU ALTERACAO RELACIONADA".
           05 FILLER               PIC X(50)
              VALUE "REGRA 3 - ALTEROU PRECO E VENDEU NO MESMO DIA".
           05 FILLER               PIC X(50)
              VALUE "REGRA 4 - ALTERACAO FORA DE HORA OU SEM SIGN-ON".
       01  WS-REGRAS REDEFINES WS-REGRA-TABLE.
           05 WS-REGRA-TITULO      PIC X(50) OCCURS 4 TIMES.
       01  WS-REGRA-CONTADORES.
           05 WS-REGRA-QT          PIC 9(05) OCCURS 4 TIMES.

       01  PRV-PERIOD-LINE.
           05 FILLER               PIC X(09) VALUE "PERIODO: ".
           05 PPL-INICIO           PIC X(10).
           05 FILLER               PIC X(03) VALUE " A ".
           05 PPL-FIM              PIC X(10).
           05 FILLER               PIC X(11) VALUE "  HORARIO: ".
           05 PPL-HORA-INI         PIC X(05).
           05 FILLER               PIC X(01) VALUE "-".
           05 PPL-HORA-FIM         PIC X(05).
           05 FILLER               PIC X(15) VALUE "  INATIVIDADE: ".
           05 PPL-INATIVO          PIC ZZ9.
           05 FILLER               PIC X(05) VALUE " DIAS".

       01  PRV-SECTION-LINE.
           05 FILLER               PIC X(02) VALUE "* ".
           05 PSL-TITULO           PIC X(60).

       01  PRV-BREACH-HEADING.
           05 FILLER               PIC X(34)
              VALUE "  USUARIO  DATA       HORA  TRILHA".
           05 FILLER               PIC X(10) VALUE "   DETALHE".

       01  PRV-TILL-NOTE.
           05 FILLER               PIC X(46)
              VALUE "  (TILL.DAT NAO REGISTRA A HORA DA VENDA: SAO ".
           05 FILLER               PIC X(35)
              VALUE "LISTADAS AS VENDAS DO DIA INTEIRO)".

       01  PRV-NONE-LINE.
           05 FILLER               PIC X(20)
              VALUE "  NENHUMA OCORRENCIA".

      *    ONE BREACH OR SUPPORTING LINE; SUPPORTING LINES START "> "
       01  PRIV-LINE.
           05 PL-MARCA             PIC X(02).
           05 PL-USUARIO           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 PL-DATA              PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 PL-HORA              PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 PL-TRILHA            PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 PL-DETALHE           PIC X(62).

       01  DET-SALARIO.
           05 FILLER               PIC X(07) VALUE "MATRIC ".
           05 DS-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DS-SAL-ANT           PIC Z(8)9,99.
           05 FILLER               PIC X(03) VALUE " > ".
           05 DS-SAL-NOVO          PIC Z(8)9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DS-NOTA              PIC X(20).

       01  DET-APROVACAO.
           05 FILLER               PIC X(18)
              VALUE "APROVOU PEDIDO DE ".
           05 DA-SOLICITANTE       PIC X(08).
           05 FILLER               PIC X(08) VALUE " MATRIC ".
           05 DA-MATRICULA         PIC 9(06).
           05 FILLER               PIC X(04) VALUE " DE ".
           05 DA-DATA-PEDIDO       PIC X(10).
           05 FILLER               PIC X(08) VALUE SPACES.

       01  DET-PRECO.
           05 FILLER               PIC X(06) VALUE "LIVRO ".
           05 DP-BOOKNUM           PIC X(05).
           05 FILLER               PIC X(07) VALUE " PRECO ".
           05 DP-PRECO-ANT         PIC ZZZZ9,99.
           05 FILLER               PIC X(03) VALUE " > ".
           05 DP-PRECO-NOVO        PIC ZZZZ9,99.
           05 FILLER               PIC X(25) VALUE SPACES.

       01  DET-VENDA.
           05 FILLER               PIC X(06) VALUE "CUPOM ".
           05 DV-CUPOM             PIC 9(06).
           05 FILLER               PIC X(07) VALUE " LIVRO ".
           05 DV-BOOKNUM           PIC X(05).
           05 FILLER               PIC X(05) VALUE " QTD ".
           05 DV-QTD               PIC Z9.
           05 FILLER               PIC X(07) VALUE " VALOR ".
           05 DV-VALOR             PIC Z(6)9,99.
           05 FILLER               PIC X(14) VALUE SPACES.

       01  DET-FORA.
           05 DF-MOTIVO            PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DF-DESCR             PIC X(31).

       01  PRV-ACT-HEADING.
           05 FILLER               PIC X(31)
              VALUE "  USUARIO  NOME".
           05 FILLER               PIC X(30)
              VALUE "    OK FALHA   CAD   CTL   SAL".
           05 FILLER               PIC X(30)
              VALUE "   PED   DEC  CONT VENDA  INFR".

       01  PRV-LEVEL-LINE.
           05 FILLER               PIC X(08) VALUE "  NIVEL ".
           05 PLL-NIVEL            PIC 9(01).

       01  PRV-NOREG-LINE.
           05 FILLER               PIC X(40)
              VALUE "  IDS COM ATIVIDADE SEM CADASTRO USERMF".

      *    ACTIVITY LINE; ALSO USED FOR THE LEVEL AND GENERAL TOTALS
       01  PRV-ACT-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PAL-ID               PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 PAL-NOME             PIC X(20).
           05 PAL-QT-OK            PIC ZZZZZ9.
           05 PAL-QT-FALHA         PIC ZZZZZ9.
           05 PAL-QT-CAD           PIC ZZZZZ9.
           05 PAL-QT-CTL           PIC ZZZZZ9.
           05 PAL-QT-SAL           PIC ZZZZZ9.
           05 PAL-QT-PED           PIC ZZZZZ9.
           05 PAL-QT-DEC           PIC ZZZZZ9.
           05 PAL-QT-CONT          PIC ZZZZZ9.
           05 PAL-QT-VENDA         PIC ZZZZZ9.
           05 PAL-QT-INFR          PIC ZZZZZ9.

       01  WS-TOT-NIVEL.
           05 WS-TN-OK             PIC 9(06).
           05 WS-TN-FALHA          PIC 9(06).
           05 WS-TN-CAD            PIC 9(06).
           05 WS-TN-CTL            PIC 9(06).
           05 WS-TN-SAL            PIC 9(06).
           05 WS-TN-PED            PIC 9(06).
           05 WS-TN-DEC            PIC 9(06).
           05 WS-TN-CONT           PIC 9(06).
           05 WS-TN-VENDA          PIC 9(06).
           05 WS-TN-INFR           PIC 9(06).
       01  WS-TOT-GERAL.
           05 WS-TG-OK             PIC 9(06).
           05 WS-TG-FALHA          PIC 9(06).
           05 WS-TG-CAD            PIC 9(06).
           05 WS-TG-CTL            PIC 9(06).
           05 WS-TG-SAL            PIC 9(06).
           05 WS-TG-PED            PIC 9(06).
           05 WS-TG-DEC            PIC 9(06).
           05 WS-TG-CONT           PIC 9(06).
           05 WS-TG-VENDA          PIC 9(06).
           05 WS-TG-INFR           PIC 9(06).

       01  PRV-INACT-HEADING.
           05 FILLER               PIC X(42)
              VALUE "  USUARIO  NOME".
           05 FILLER               PIC X(38)
              VALUE "NIVEL ULTIMO SIGN-ON  DIAS  SITUACAO".

       01  PRV-INACT-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PIL-ID               PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 PIL-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 PIL-NIVEL            PIC 9(01).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 PIL-ULT-OK           PIC X(10).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 PIL-DIAS             PIC ZZZZZ9 BLANK WHEN ZERO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 PIL-SITUACAO         PIC X(09).

       01  PRV-TOTAL-LINE.
           05 PTL-TEXTO            PIC X(52).
           05 PTL-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           IF WS-USR-STATUS-OK
               SORT PRIVSORTFILE ON ASCENDING KEY PSR-REGRA
                                                 PSR-USUARIO
                                                 PSR-DATA
                                                 PSR-HORA
                                                 PSR-GRUPO
                                                 PSR-LINHA
                   INPUT PROCEDURE IS 0003-SCAN-TRAILS
                   OUTPUT PROCEDURE IS 0004-PRINT-BREACHES
               PERFORM 0005-PRINT-ACTIVITY
               PERFORM 0006-PRINT-INACTIVE
           END-IF.
           PERFORM 0007-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0001-500-LOG-START.
           MOVE "PRIVREV" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "TRILHAS" TO RLOG-STAT-LABEL.
           MOVE WS-LINHAS-LIDAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "OCORRENCIAS" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-OCORRENCIAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "PRIVREV" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "PRIVREV" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0002-INIT.
           MOVE ZEROS TO RETURN-CODE.
           MOVE ZEROS TO WS-REGRA-CONTADORES.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE-SPLIT.
           MOVE WS-RUN-DATE-NUM TO WS-SERIAL-DATE-N.
           PERFORM 0008-500-DATE-TO-SERIAL.
           MOVE WS-SERIAL-WORK TO WS-HOJE-SERIAL.
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
           MOVE WS-REF-DATE-NUM TO WS-INI-MES.
           MOVE WS-REF-DATE-SPLIT(1:6) TO WS-REF-YYYYMM-X.
           MOVE 31 TO WS-REF-DIA.
           MOVE "N" TO WS-DATA-VALIDA.
           PERFORM 0002-100-FIT-DAY
               UNTIL WS-DATA-VALIDA = "Y".
           MOVE WS-REF-DATE-NUM TO WS-FIM-MES.
           PERFORM 0002-200-LOAD-SECCTL.
           PERFORM 0002-600-WRITE-HEADING.
           PERFORM 0002-300-LOAD-USERS.
           IF WS-USR-STATUS-OK
               PERFORM 0002-400-SCAN-SIGNON
               OPEN INPUT EMPLOYEEMASTERFILE
               IF WS-EMP-STATUS-OK
                   SET WS-EMP-ABERTO TO TRUE
               ELSE
                   DISPLAY 'AVISO: EMPMF.DAT INDISPONIVEL - STATUS '
                       WS-EMP-STATUS
               END-IF
           END-IF.

       0002-100-FIT-DAY.
           CALL 'DATEVALID' USING WS-REF-DATE-SPLIT WS-DATA-VALIDA.
           IF WS-DATA-VALIDA NOT = "Y"
               SUBTRACT 1 FROM WS-REF-DIA
           END-IF.

       0002-200-LOAD-SECCTL.
           OPEN INPUT SECCTLFILE.
           IF WS-SEC-STATUS-OK
               READ SECCTLFILE
                   AT END CONTINUE
                   NOT AT END
                       IF SECCTL-HORA-INICIO IS NUMERIC
                          AND SECCTL-HORA-INICIO > ZEROS
                           MOVE SECCTL-HORA-INICIO TO WS-HORA-INICIO
                       END-IF
                       IF SECCTL-HORA-FIM IS NUMERIC
                          AND SECCTL-HORA-FIM > ZEROS
                           MOVE SECCTL-HORA-FIM TO WS-HORA-FIM
                       END-IF
                       IF SECCTL-INATIVO-DIAS IS NUMERIC
                          AND SECCTL-INATIVO-DIAS > ZEROS
                           MOVE SECCTL-INATIVO-DIAS TO WS-INATIVO-DIAS
                       END-IF
               END-READ
               CLOSE SECCTLFILE
           END-IF.

       0002-300-LOAD-USERS.
           MOVE ZEROS TO WS-USR-COUNT.
           OPEN INPUT USERMASTERFILE.
           IF NOT WS-USR-STATUS-OK
               DISPLAY 'USERMF.DAT INDISPONIVEL - STATUS '
                   WS-USR-STATUS
               MOVE "USERMF.DAT INDISPONIVEL - REVISAO NAO EFETUADA"
                   TO WS-PRIV-RPT-LINE
               WRITE WS-PRIV-RPT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 8 TO RETURN-CODE
           ELSE
               READ USERMASTERFILE
                   AT END SET WS-EOF-USERMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-USERMF
                   IF WS-USR-COUNT < 200
                       ADD 1 TO WS-USR-COUNT
                       MOVE WS-USR-COUNT TO UX
                       PERFORM 0008-160-CLEAR-USER
                       MOVE USR-ID TO WS-U-ID(UX)
                       MOVE USR-NAME TO WS-U-NAME(UX)
                       MOVE USR-LEVEL TO WS-U-LEVEL(UX)
                       MOVE USR-MATRICULA TO WS-U-MATRICULA(UX)
                       MOVE USR-LOCKED TO WS-U-LOCKED(UX)
                       MOVE "S" TO WS-U-CADASTRADO(UX)
                       ADD 1 TO WS-USR-CADASTRADOS
                   ELSE
                       IF WS-USR-ESTOURO = "N"
                           DISPLAY 'AVISO: MAIS DE 200 USUARIOS'
                               ' - EXCEDENTES IGNORADOS'
                           MOVE "Y" TO WS-USR-ESTOURO
                       END-IF
                   END-IF
                   READ USERMASTERFILE
                       AT END SET WS-EOF-USERMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE USERMASTERFILE
           END-IF.

      *    THE WHOLE JOURNAL: LAST SUCCESSFUL SIGN-ON OF EACH USER FOR
      *    THE INACTIVITY LIST, AND THE DAYS OF THE MONTH WITH ONE.
       0002-400-SCAN-SIGNON.
           OPEN INPUT SIGNONJOURNAL.
           IF WS-SJ-STATUS-OK
               READ SIGNONJOURNAL
                   AT END SET ENDOFSIGNON TO TRUE
               END-READ
               PERFORM UNTIL ENDOFSIGNON
                   ADD 1 TO WS-LINHAS-LIDAS
                   MOVE SJ-USER TO WS-BUSCA-ID
                   PERFORM 0008-100-FIND-USER
                   IF UX > ZEROS AND SJ-DATE IS NUMERIC
                       PERFORM 0002-450-COUNT-SIGNON
                   END-IF
                   READ SIGNONJOURNAL
                       AT END SET ENDOFSIGNON TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SIGNONJOURNAL
           ELSE
               DISPLAY 'AVISO: SIGNON.DAT INDISPONIVEL - STATUS '
                   WS-SJ-STATUS
           END-IF.

       0002-450-COUNT-SIGNON.
           IF SJ-RESULT = "OK   "
               IF SJ-DATE > WS-U-ULT-OK(UX)
                   MOVE SJ-DATE TO WS-U-ULT-OK(UX)
               END-IF
               IF SJ-DATE >= WS-INI-MES AND SJ-DATE <= WS-FIM-MES
                   ADD 1 TO WS-U-QT-OK(UX)
                   MOVE SJ-DATE TO WS-CHG-DATE
                   MOVE "S" TO WS-U-DIAS-OK(UX)(WS-CHG-DIA:1)
               END-IF
           ELSE
               IF (SJ-RESULT = "FALHA" OR SJ-RESULT = "BLOQ ")
                  AND SJ-DATE >= WS-INI-MES AND SJ-DATE <= WS-FIM-MES
                   ADD 1 TO WS-U-QT-FALHA(UX)
               END-IF
           END-IF.

       0002-600-WRITE-HEADING.
           OPEN OUTPUT PRIVREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "REVISAO DE PRIVILEGIOS E SEGREGACAO DE FUNCOES"
               TO RPT-BH-TITLE.
           WRITE WS-PRIV-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-PRIV-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-PRIV-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE WS-INI-MES TO WS-EDIT-DATE-NUM.
           PERFORM 0008-400-EDIT-DATE.
           MOVE PRV-DATE-EDIT TO PPL-INICIO.
           MOVE WS-FIM-MES TO WS-EDIT-DATE-NUM.
           PERFORM 0008-400-EDIT-DATE.
           MOVE PRV-DATE-EDIT TO PPL-FIM.
           COMPUTE WS-EDIT-TIME-NUM = WS-HORA-INICIO * 10000.
           PERFORM 0008-450-EDIT-TIME.
           MOVE PRV-TIME-EDIT TO PPL-HORA-INI.
           COMPUTE WS-EDIT-TIME-NUM = WS-HORA-FIM * 10000.
           PERFORM 0008-450-EDIT-TIME.
           MOVE PRV-TIME-EDIT TO PPL-HORA-FIM.
           MOVE WS-INATIVO-DIAS TO PPL-INATIVO.
           WRITE WS-PRIV-RPT-LINE FROM PRV-PERIOD-LINE
               AFTER ADVANCING 2 LINES.

      *----------------------------------------------------------------*
      * INPUT PROCEDURE - READ EACH TRAIL FOR THE MONTH, COUNT THE     *
      * ACTIVITY PER USER AND RELEASE EVERY BREACH WITH ITS SUPPORTING *
      * RECORDS                                                        *
      *----------------------------------------------------------------*
       0003-SCAN-TRAILS.
           PERFORM 0003-100-SCAN-SALHIST.
           PERFORM 0003-200-SCAN-SALAPPR.
           PERFORM 0003-300-KEYED-AND-APPROVED.
           MOVE SPACES TO WS-CAD-NAME.
           STRING WS-PTH-PREFIX DELIMITED BY SPACE
                  "CADAUDIT-" DELIMITED BY SIZE
                  WS-REF-YYYYMM DELIMITED BY SIZE
                  ".ARC" DELIMITED BY SIZE
               INTO WS-CAD-NAME
           END-STRING.
           PERFORM 0003-400-SCAN-CADAUDIT.
           MOVE WS-PTH-CADAUDIT-DAT TO WS-CAD-NAME.
           PERFORM 0003-400-SCAN-CADAUDIT.
           PERFORM 0003-500-SCAN-CTLAUDIT.
           PERFORM 0003-600-SCAN-STOCKADJ.
           PERFORM 0003-700-SCAN-TILL.
           PERFORM 0003-800-RELEASE-PRICE
               VARYING PX FROM 1 BY 1 UNTIL PX > WS-PRC-COUNT.

      *    SCREEN AND APPROVAL CHANGES CARRY THE OPERATOR; BATCH RAISES
      *    AND TERMINATIONS DO NOT AND ARE NOT ANYONE'S PRIVILEGE.
       0003-100-SCAN-SALHIST.
           OPEN INPUT SALHISTFILE.
           IF WS-SALH-STATUS-OK
               READ SALHISTFILE
                   AT END SET ENDOFSALHIST TO TRUE
               END-READ
               PERFORM UNTIL ENDOFSALHIST
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF SH-DATE >= WS-INI-MES AND SH-DATE <= WS-FIM-MES
                      AND SH-OPERADOR NOT = SPACES
                       PERFORM 0003-150-ONE-SALHIST
                   END-IF
                   READ SALHISTFILE
                       AT END SET ENDOFSALHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SALHISTFILE
           END-IF.

       0003-150-ONE-SALHIST.
           MOVE SH-OPERADOR TO WS-BUSCA-ID.
           PERFORM 0008-150-FIND-OR-ADD.
           IF UX > ZEROS
               ADD 1 TO WS-U-QT-SAL(UX)
               MOVE SH-MATRICULA TO WS-PROPRIO-MATRIC
               PERFORM 0008-600-CHECK-OWN-RECORD
               IF WS-PROPRIO-SW NOT = SPACE
                   MOVE SH-MATRICULA TO DS-MATRICULA
                   MOVE SH-SAL-ANT TO DS-SAL-ANT
                   MOVE SH-SAL-NOVO TO DS-SAL-NOVO
                   PERFORM 0003-170-OWN-NOTE
                   MOVE 1 TO WS-REL-REGRA
                   MOVE SH-OPERADOR TO WS-REL-USUARIO
                   MOVE SH-DATE TO WS-REL-DATA
                   MOVE SH-TIME TO WS-REL-HORA
                   PERFORM 0008-310-NEW-GROUP
                   MOVE SH-FONTE TO PL-TRILHA
                   MOVE DET-SALARIO TO PL-DETALHE
                   PERFORM 0008-300-RELEASE-MAIN
               END-IF
               MOVE SH-OPERADOR TO WS-CHG-USER
               MOVE SH-DATE TO WS-CHG-DATE
               MOVE SH-TIME TO WS-CHG-TIME
               MOVE "Y" TO WS-CHG-COM-HORA
               MOVE SH-FONTE TO WS-CHG-TRILHA
               MOVE SPACES TO WS-CHG-DESCR
               STRING "MATRIC " SH-MATRICULA DELIMITED BY SIZE
                   INTO WS-CHG-DESCR
               END-STRING
               PERFORM 0008-200-CHECK-CHANGE
           END-IF.
           IF SH-FONTE = "TELA"
               MOVE SH-OPERADOR TO WS-BUSCA-ID
               MOVE "TELA" TO WS-CHG-TRILHA
               MOVE SH-MATRICULA TO WS-PROPRIO-MATRIC
               MOVE SH-DATE TO WS-CHG-DATE
               MOVE SH-TIME TO WS-CHG-TIME
               PERFORM 0003-180-KEEP-KEYED
               IF KX > ZEROS
                   MOVE SH-SAL-ANT TO WS-K-SAL-ANT(KX)
                   MOVE SH-SAL-NOVO TO WS-K-SAL-NOVO(KX)
               END-IF
           END-IF.

       0003-170-OWN-NOTE.
           IF WS-PROPRIO-MATRICULA
               MOVE "PROPRIA (MATRICULA)" TO DS-NOTA
           ELSE
               MOVE "PROPRIA (NOME)" TO DS-NOTA
           END-IF.

      *    KEEPS A KEYED OR REQUESTED CHANGE FOR RULE 2; KX IS THE
      *    ENTRY (ZERO WHEN THE TABLE IS FULL).
       0003-180-KEEP-KEYED.
           IF WS-KEY-COUNT < 3000
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO KX
               MOVE WS-BUSCA-ID TO WS-K-USUARIO(KX)
               MOVE WS-PROPRIO-MATRIC TO WS-K-MATRICULA(KX)
               MOVE WS-CHG-DATE TO WS-K-DATA(KX)
               MOVE WS-CHG-TIME TO WS-K-HORA(KX)
               MOVE WS-CHG-TRILHA TO WS-K-TRILHA(KX)
           ELSE
               MOVE ZEROS TO KX
               IF WS-KEY-ESTOURO = "N"
                   DISPLAY 'AVISO: MAIS DE 3000 ALTERACOES SALARIAIS'
                       ' - EXCEDENTES FORA DA REGRA 2'
                   MOVE "Y" TO WS-KEY-ESTOURO
               END-IF
           END-IF.

       0003-200-SCAN-SALAPPR.
           OPEN INPUT SALAPPRFILE.
           IF WS-APR-STATUS-OK
               READ SALAPPRFILE
                   AT END SET WS-EOF-SALAPPR TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-SALAPPR
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF AP-DATA >= WS-INI-MES AND AP-DATA <= WS-FIM-MES
                      AND AP-SOLICITANTE NOT = SPACES
                       PERFORM 0003-250-ONE-REQUEST
                   END-IF
                   IF (AP-APROVADO OR AP-RECUSADO)
                      AND AP-APROVADOR NOT = SPACES
                      AND AP-DATA-DECISAO >= WS-INI-MES
                      AND AP-DATA-DECISAO <= WS-FIM-MES
                       PERFORM 0003-270-ONE-DECISION
                   END-IF
                   READ SALAPPRFILE
                       AT END SET WS-EOF-SALAPPR TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SALAPPRFILE
           END-IF.

       0003-250-ONE-REQUEST.
           MOVE AP-SOLICITANTE TO WS-BUSCA-ID.
           PERFORM 0008-150-FIND-OR-ADD.
           IF UX > ZEROS
               ADD 1 TO WS-U-QT-PED(UX)
               MOVE AP-MATRICULA TO WS-PROPRIO-MATRIC
               PERFORM 0008-600-CHECK-OWN-RECORD
               IF WS-PROPRIO-SW NOT = SPACE
                   MOVE AP-MATRICULA TO DS-MATRICULA
                   MOVE AP-SAL-ANT TO DS-SAL-ANT
                   MOVE AP-SAL-NOVO TO DS-SAL-NOVO
                   PERFORM 0003-170-OWN-NOTE
                   MOVE 1 TO WS-REL-REGRA
                   MOVE AP-SOLICITANTE TO WS-REL-USUARIO
                   MOVE AP-DATA TO WS-REL-DATA
                   MOVE AP-HORA TO WS-REL-HORA
                   PERFORM 0008-310-NEW-GROUP
                   MOVE "PEDIDO" TO PL-TRILHA
                   MOVE DET-SALARIO TO PL-DETALHE
                   PERFORM 0008-300-RELEASE-MAIN
               END-IF
               MOVE AP-SOLICITANTE TO WS-CHG-USER
               MOVE AP-DATA TO WS-CHG-DATE
               MOVE AP-HORA TO WS-CHG-TIME
               MOVE "Y" TO WS-CHG-COM-HORA
               MOVE "PEDIDO" TO WS-CHG-TRILHA
               MOVE SPACES TO WS-CHG-DESCR
               STRING "MATRIC " AP-MATRICULA DELIMITED BY SIZE
                   INTO WS-CHG-DESCR
               END-STRING
               PERFORM 0008-200-CHECK-CHANGE
           END-IF.
           MOVE AP-SOLICITANTE TO WS-BUSCA-ID.
           MOVE "PEDIDO" TO WS-CHG-TRILHA.
           MOVE AP-MATRICULA TO WS-PROPRIO-MATRIC.
           MOVE AP-DATA TO WS-CHG-DATE.
           MOVE AP-HORA TO WS-CHG-TIME.
           PERFORM 0003-180-KEEP-KEYED.
           IF KX > ZEROS
               MOVE AP-SAL-ANT TO WS-K-SAL-ANT(KX)
               MOVE AP-SAL-NOVO TO WS-K-SAL-NOVO(KX)
           END-IF.

      *    AN APPROVAL THAT CHANGED A SALARY IS ALSO ON SALHIST WITH
      *    ITS TIME AND IS CHECKED THERE; REFUSALS, HIRINGS AND
      *    APPROVALS WITH NO SALARY CHANGE ONLY HAVE THE DECISION DATE.
       0003-270-ONE-DECISION.
           MOVE AP-APROVADOR TO WS-BUSCA-ID.
           PERFORM 0008-150-FIND-OR-ADD.
           IF UX > ZEROS
               ADD 1 TO WS-U-QT-DEC(UX)
               IF AP-RECUSADO OR AP-INCLUSAO
                  OR AP-SAL-NOVO = AP-SAL-ANT
                   MOVE AP-APROVADOR TO WS-CHG-USER
                   MOVE AP-DATA-DECISAO TO WS-CHG-DATE
                   MOVE ZEROS TO WS-CHG-TIME
                   MOVE "N" TO WS-CHG-COM-HORA
                   MOVE "DECISAO" TO WS-CHG-TRILHA
                   MOVE SPACES TO WS-CHG-DESCR
                   IF AP-RECUSADO
                       STRING "MATRIC " AP-MATRICULA " RECUSADO"
                           DELIMITED BY SIZE INTO WS-CHG-DESCR
                       END-STRING
                   ELSE
                       STRING "MATRIC " AP-MATRICULA " APROVADO"
                           DELIMITED BY SIZE INTO WS-CHG-DESCR
                       END-STRING
                   END-IF
                   PERFORM 0008-200-CHECK-CHANGE
               END-IF
           END-IF.
           IF AP-APROVADO
               IF WS-APR-COUNT < 1000
                   ADD 1 TO WS-APR-COUNT
                   MOVE AP-APROVADOR TO WS-A-APROVADOR(WS-APR-COUNT)
                   MOVE AP-SOLICITANTE
                       TO WS-A-SOLICITANTE(WS-APR-COUNT)
                   MOVE AP-MATRICULA TO WS-A-MATRICULA(WS-APR-COUNT)
                   MOVE AP-DATA TO WS-A-DATA-PEDIDO(WS-APR-COUNT)
                   MOVE AP-DATA-DECISAO
                       TO WS-A-DATA-DECISAO(WS-APR-COUNT)
               ELSE
                   IF WS-APR-ESTOURO = "N"
                       DISPLAY 'AVISO: MAIS DE 1000 APROVACOES'
                           ' - EXCEDENTES FORA DA REGRA 2'
                       MOVE "Y" TO WS-APR-ESTOURO
                   END-IF
               END-IF
           END-IF.

      *    RULE 2: EACH APPROVAL AGAINST THE CHANGES THE APPROVER KEYED
      *    OR REQUESTED FOR THE SAME EMPLOYEE, AND AGAINST THE LATER
      *    APPROVALS, FOR A PAIR OF USERS APPROVING EACH OTHER.
       0003-300-KEYED-AND-APPROVED.
           PERFORM 0003-310-ONE-APPROVAL
               VARYING AX FROM 1 BY 1 UNTIL AX > WS-APR-COUNT.

       0003-310-ONE-APPROVAL.
           MOVE "N" TO WS-GRUPO-ABERTO-SW.
           PERFORM 0003-320-MATCH-KEYED
               VARYING KX FROM 1 BY 1 UNTIL KX > WS-KEY-COUNT.
           COMPUTE WS-AY-INICIO = AX + 1.
           PERFORM 0003-330-MATCH-RECIPROCAL
               VARYING AY FROM WS-AY-INICIO BY 1
               UNTIL AY > WS-APR-COUNT.

       0003-320-MATCH-KEYED.
           IF WS-K-USUARIO(KX) = WS-A-APROVADOR(AX)
              AND WS-K-MATRICULA(KX) = WS-A-MATRICULA(AX)
               PERFORM 0003-340-OPEN-APPROVAL
               MOVE WS-K-USUARIO(KX) TO PL-USUARIO
               MOVE WS-K-DATA(KX) TO WS-EDIT-DATE-NUM
               PERFORM 0008-400-EDIT-DATE
               MOVE PRV-DATE-EDIT TO PL-DATA
               MOVE WS-K-HORA(KX) TO WS-EDIT-TIME-NUM
               PERFORM 0008-450-EDIT-TIME
               MOVE PRV-TIME-EDIT TO PL-HORA
               MOVE WS-K-TRILHA(KX) TO PL-TRILHA
               MOVE WS-K-MATRICULA(KX) TO DS-MATRICULA
               MOVE WS-K-SAL-ANT(KX) TO DS-SAL-ANT
               MOVE WS-K-SAL-NOVO(KX) TO DS-SAL-NOVO
               MOVE "MESMA MATRICULA" TO DS-NOTA
               MOVE DET-SALARIO TO PL-DETALHE
               PERFORM 0008-350-RELEASE-SUPPORT
           END-IF.

       0003-330-MATCH-RECIPROCAL.
           IF WS-A-APROVADOR(AY) = WS-A-SOLICITANTE(AX)
              AND WS-A-SOLICITANTE(AY) = WS-A-APROVADOR(AX)
               PERFORM 0003-340-OPEN-APPROVAL
               MOVE WS-A-APROVADOR(AY) TO PL-USUARIO
               MOVE WS-A-DATA-DECISAO(AY) TO WS-EDIT-DATE-NUM
               PERFORM 0008-400-EDIT-DATE
               MOVE PRV-DATE-EDIT TO PL-DATA
               MOVE SPACES TO PL-HORA
               MOVE "RECIPROC" TO PL-TRILHA
               MOVE WS-A-SOLICITANTE(AY) TO DA-SOLICITANTE
               MOVE WS-A-MATRICULA(AY) TO DA-MATRICULA
               MOVE WS-A-DATA-PEDIDO(AY) TO WS-EDIT-DATE-NUM
               PERFORM 0008-400-EDIT-DATE
               MOVE PRV-DATE-EDIT TO DA-DATA-PEDIDO
               MOVE DET-APROVACAO TO PL-DETALHE
               PERFORM 0008-350-RELEASE-SUPPORT
           END-IF.

      *    THE APPROVAL ITSELF, RELEASED ONCE BEFORE ITS FIRST MATCH.
       0003-340-OPEN-APPROVAL.
           IF NOT WS-GRUPO-ABERTO
               SET WS-GRUPO-ABERTO TO TRUE
               MOVE WS-A-APROVADOR(AX) TO WS-BUSCA-ID
               PERFORM 0008-100-FIND-USER
               MOVE 2 TO WS-REL-REGRA
               MOVE WS-A-APROVADOR(AX) TO WS-REL-USUARIO
               MOVE WS-A-DATA-DECISAO(AX) TO WS-REL-DATA
               MOVE ZEROS TO WS-REL-HORA
               PERFORM 0008-310-NEW-GROUP
               MOVE "APROVOU" TO PL-TRILHA
               MOVE WS-A-SOLICITANTE(AX) TO DA-SOLICITANTE
               MOVE WS-A-MATRICULA(AX) TO DA-MATRICULA
               MOVE WS-A-DATA-PEDIDO(AX) TO WS-EDIT-DATE-NUM
               PERFORM 0008-400-EDIT-DATE
               MOVE PRV-DATE-EDIT TO DA-DATA-PEDIDO
               MOVE DET-APROVACAO TO PL-DETALHE
               PERFORM 0008-300-RELEASE-MAIN
           END-IF.

      *    CALLED FOR THE ARCHIVE OF THE MONTH AND FOR THE LIVE FILE.
       0003-400-SCAN-CADAUDIT.
           OPEN INPUT CADAUDITFILE.
           IF WS-AUD-STATUS-OK
               READ CADAUDITFILE
                   AT END SET ENDOFCADAUDIT TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCADAUDIT
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF CADAUD-DATE >= WS-INI-MES
                      AND CADAUD-DATE <= WS-FIM-MES
                       PERFORM 0003-450-ONE-CADAUDIT
                   END-IF
                   READ CADAUDITFILE
                       AT END SET ENDOFCADAUDIT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CADAUDITFILE
           END-IF.

       0003-450-ONE-CADAUDIT.
           MOVE CADAUD-OPERATOR TO WS-BUSCA-ID.
           PERFORM 0008-150-FIND-OR-ADD.
           IF UX > ZEROS
               ADD 1 TO WS-U-QT-CAD(UX)
               IF CADAUD-ACTION = "I"
                   MOVE CADAUD-AFTER TO WS-CAD-IMAGE
               ELSE
                   MOVE CADAUD-BEFORE TO WS-CAD-IMAGE
               END-IF
               MOVE CADAUD-OPERATOR TO WS-CHG-USER
               MOVE CADAUD-DATE TO WS-CHG-DATE
               MOVE CADAUD-TIME TO WS-CHG-TIME
               MOVE "Y" TO WS-CHG-COM-HORA
               MOVE "CADASTRO" TO WS-CHG-TRILHA
               MOVE SPACES TO WS-CHG-DESCR
               STRING "LIVRO " WS-CAD-BOOKNUM " ACAO " CADAUD-ACTION
                   DELIMITED BY SIZE INTO WS-CHG-DESCR
               END-STRING
               PERFORM 0008-200-CHECK-CHANGE
               IF CADAUD-ACTION = "A"
                   PERFORM 0003-470-KEEP-PRICE-CHANGE
               END-IF
           END-IF.

       0003-470-KEEP-PRICE-CHANGE.
           MOVE CADAUD-BEFORE TO WS-CAD-IMAGE.
           MOVE WS-CAD-PRICE-X TO WS-CAD-PRICE-ANT.
           MOVE CADAUD-AFTER TO WS-CAD-IMAGE.
           IF WS-CAD-PRICE-ANT IS NUMERIC
              AND WS-CAD-PRICE-X IS NUMERIC
              AND WS-CAD-PRICE-X NOT = WS-CAD-PRICE-ANT
               IF WS-PRC-COUNT < 2000
                   ADD 1 TO WS-PRC-COUNT
                   MOVE WS-PRC-COUNT TO PX
                   MOVE CADAUD-OPERATOR TO WS-P-OPERADOR(PX)
                   MOVE CADAUD-DATE TO WS-P-DATA(PX)
                   MOVE CADAUD-TIME TO WS-P-HORA(PX)
                   MOVE WS-CAD-BOOKNUM TO WS-P-BOOKNUM(PX)
                   MOVE WS-CAD-PRICE-ANT-N TO WS-P-PRECO-ANT(PX)
                   MOVE WS-CAD-PRICE TO WS-P-PRECO-NOVO(PX)
                   MOVE ZEROS TO WS-P-VENDAS(PX)
                   PERFORM 0008-310-NEW-GROUP
                   MOVE WS-REL-GRUPO TO WS-P-GRUPO(PX)
               ELSE
                   IF WS-PRC-ESTOURO = "N"
                       DISPLAY 'AVISO: MAIS DE 2000 ALTERACOES DE'
                           ' PRECO - EXCEDENTES FORA DA REGRA 3'
                       MOVE "Y" TO WS-PRC-ESTOURO
                   END-IF
               END-IF
           END-IF.

       0003-500-SCAN-CTLAUDIT.
           OPEN INPUT CTLAUDITFILE.
           IF WS-CTA-STATUS-OK
               READ CTLAUDITFILE
                   AT END SET ENDOFCTLAUDIT TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCTLAUDIT
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF CTLAUD-DATE >= WS-INI-MES
                      AND CTLAUD-DATE <= WS-FIM-MES
                       PERFORM 0003-550-ONE-CTLAUDIT
                   END-IF
                   READ CTLAUDITFILE
                       AT END SET ENDOFCTLAUDIT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CTLAUDITFILE
           END-IF.

       0003-550-ONE-CTLAUDIT.
           MOVE CTLAUD-OPERATOR TO WS-BUSCA-ID.
           PERFORM 0008-150-FIND-OR-ADD.
           IF UX > ZEROS
               ADD 1 TO WS-U-QT-CTL(UX)
               MOVE CTLAUD-OPERATOR TO WS-CHG-USER
               MOVE CTLAUD-DATE TO WS-CHG-DATE
               MOVE CTLAUD-TIME TO WS-CHG-TIME
               MOVE "Y" TO WS-CHG-COM-HORA
               MOVE "CONTROLE" TO WS-CHG-TRILHA
               MOVE SPACES TO WS-CHG-DESCR
               STRING "ARQ " CTLAUD-FILE " ACAO " CTLAUD-ACTION
                   DELIMITED BY SIZE INTO WS-CHG-DESCR
               END-STRING
               PERFORM 0008-200-CHECK-CHANGE
           END-IF.

      *    COUNTERS ON THE STOCKTAKE SHEETS ARE NOT ALWAYS SYSTEM
      *    USERS: ONLY IDS ON USERMF ARE COUNTED.
       0003-600-SCAN-STOCKADJ.
           OPEN INPUT ADJUSTLOGFILE.
           IF WS-ADJ-STATUS-OK
               READ ADJUSTLOGFILE
                   AT END SET ENDOFADJUST TO TRUE
               END-READ
               PERFORM UNTIL ENDOFADJUST
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF ADJ-DATE >= WS-INI-MES AND ADJ-DATE <= WS-FIM-MES
                       MOVE ADJ-CONTADOR TO WS-BUSCA-ID
                       PERFORM 0008-100-FIND-USER
                       IF UX > ZEROS
                           ADD 1 TO WS-U-QT-CONT(UX)
                       END-IF
                   END-IF
                   READ ADJUSTLOGFILE
                       AT END SET ENDOFADJUST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ADJUSTLOGFILE
           END-IF.

       0003-700-SCAN-TILL.
           OPEN INPUT TILLFILE.
           IF WS-TILL-STATUS-OK
               READ TILLFILE
                   AT END SET ENDOFTILL TO TRUE
               END-READ
               PERFORM UNTIL ENDOFTILL
                   ADD 1 TO WS-LINHAS-LIDAS
                   IF TILL-DATE >= WS-INI-MES
                      AND TILL-DATE <= WS-FIM-MES
                      AND TILL-OPER NOT = SPACES
                       MOVE TILL-OPER TO WS-BUSCA-ID
                       PERFORM 0008-150-FIND-OR-ADD
                       IF UX > ZEROS
                           ADD 1 TO WS-U-QT-VENDA(UX)
                       END-IF
                       PERFORM 0003-750-MATCH-PRICE
                           VARYING PX FROM 1 BY 1
                           UNTIL PX > WS-PRC-COUNT
                   END-IF
                   READ TILLFILE
                       AT END SET ENDOFTILL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TILLFILE
           END-IF.

      *    THE SALE IS RELEASED UNDER THE PRICE CHANGE'S SORT KEY SO
      *    IT PRINTS BENEATH IT.
       0003-750-MATCH-PRICE.
           IF WS-P-OPERADOR(PX) = TILL-OPER
              AND WS-P-DATA(PX) = TILL-DATE
              AND WS-P-BOOKNUM(PX) = TILL-BOOKNUM
               ADD 1 TO WS-P-VENDAS(PX)
               MOVE 3 TO WS-REL-REGRA
               MOVE WS-P-OPERADOR(PX) TO WS-REL-USUARIO
               MOVE WS-P-DATA(PX) TO WS-REL-DATA
               MOVE WS-P-HORA(PX) TO WS-REL-HORA
               MOVE WS-P-GRUPO(PX) TO WS-REL-GRUPO
               MOVE WS-P-VENDAS(PX) TO WS-REL-LINHA
               MOVE TILL-OPER TO PL-USUARIO
               MOVE TILL-DATE TO WS-EDIT-DATE-NUM
               PERFORM 0008-400-EDIT-DATE
               MOVE PRV-DATE-EDIT TO PL-DATA
               MOVE SPACES TO PL-HORA
               MOVE "VENDA" TO PL-TRILHA
               MOVE TILL-NUM TO DV-CUPOM
               MOVE TILL-BOOKNUM TO DV-BOOKNUM
               MOVE TILL-COPIES TO DV-QTD
               MOVE TILL-VALOR TO DV-VALOR
               MOVE DET-VENDA TO PL-DETALHE
               MOVE "> " TO PL-MARCA
               PERFORM 0008-320-RELEASE-LINE
           END-IF.

       0003-800-RELEASE-PRICE.
           IF WS-P-VENDAS(PX) > ZEROS
               MOVE WS-P-OPERADOR(PX) TO WS-BUSCA-ID
               PERFORM 0008-100-FIND-USER
               MOVE 3 TO WS-REL-REGRA
               MOVE WS-P-OPERADOR(PX) TO WS-REL-USUARIO
               MOVE WS-P-DATA(PX) TO WS-REL-DATA
               MOVE WS-P-HORA(PX) TO WS-REL-HORA
               MOVE WS-P-GRUPO(PX) TO WS-REL-GRUPO
               MOVE "PRECO" TO PL-TRILHA
               MOVE WS-P-BOOKNUM(PX) TO DP-BOOKNUM
               MOVE WS-P-PRECO-ANT(PX) TO DP-PRECO-ANT
               MOVE WS-P-PRECO-NOVO(PX) TO DP-PRECO-NOVO
               MOVE DET-PRECO TO PL-DETALHE
               PERFORM 0008-300-RELEASE-MAIN
           END-IF.

      *----------------------------------------------------------------*
      * OUTPUT PROCEDURE - BREACHES BY RULE, USER, DATE AND TIME       *
      *----------------------------------------------------------------*
       0004-PRINT-BREACHES.
           MOVE ZEROS TO WS-CUR-REGRA.
           RETURN PRIVSORTFILE
               AT END SET ENDOFPRIVSORT TO TRUE
           END-RETURN.
           PERFORM UNTIL ENDOFPRIVSORT
               PERFORM 0004-300-NEXT-RULE
                   UNTIL WS-CUR-REGRA = PSR-REGRA
               IF PSR-LINHA = ZEROS
                   ADD 1 TO WS-REGRA-QT(WS-CUR-REGRA)
                   ADD 1 TO WS-TOTAL-OCORRENCIAS
               END-IF
               MOVE PSR-TEXTO TO WS-PRIV-RPT-LINE
               IF PSR-LINHA = ZEROS
                  AND (PSR-REGRA = 2 OR PSR-REGRA = 3)
                   WRITE WS-PRIV-RPT-LINE
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE WS-PRIV-RPT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               RETURN PRIVSORTFILE
                   AT END SET ENDOFPRIVSORT TO TRUE
               END-RETURN
           END-PERFORM.
           PERFORM 0004-300-NEXT-RULE
               UNTIL WS-CUR-REGRA = 4.
           PERFORM 0004-400-CLOSE-RULE.

       0004-300-NEXT-RULE.
           IF WS-CUR-REGRA > ZEROS
               PERFORM 0004-400-CLOSE-RULE
           END-IF.
           ADD 1 TO WS-CUR-REGRA.
           MOVE WS-REGRA-TITULO(WS-CUR-REGRA) TO PSL-TITULO.
           WRITE WS-PRIV-RPT-LINE FROM PRV-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           IF WS-CUR-REGRA = 3
               WRITE WS-PRIV-RPT-LINE FROM PRV-TILL-NOTE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE WS-PRIV-RPT-LINE FROM PRV-BREACH-HEADING
               AFTER ADVANCING 2 LINES.

       0004-400-CLOSE-RULE.
           IF WS-REGRA-QT(WS-CUR-REGRA) = ZEROS
               WRITE WS-PRIV-RPT-LINE FROM PRV-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *----------------------------------------------------------------*
      * ACTIVITY PER USER, GROUPED BY LEVEL, THEN THE IDS NOT ON       *
      * USERMF                                                         *
      *----------------------------------------------------------------*
       0005-PRINT-ACTIVITY.
           MOVE "ATIVIDADE POR USUARIO NO PERIODO" TO PSL-TITULO.
           WRITE WS-PRIV-RPT-LINE FROM PRV-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE WS-PRIV-RPT-LINE FROM PRV-ACT-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-TOT-GERAL.
           MOVE "S" TO WS-LISTA-CADASTRO.
           PERFORM 0005-100-ONE-LEVEL
               VARYING WS-NIVEL-IX FROM 0 BY 1 UNTIL WS-NIVEL-IX > 9.
           MOVE "N" TO WS-LISTA-CADASTRO.
           PERFORM 0005-100-ONE-LEVEL.
           MOVE SPACES TO PAL-ID.
           MOVE "TOTAL GERAL" TO PAL-NOME.
           MOVE WS-TG-OK TO PAL-QT-OK.
           MOVE WS-TG-FALHA TO PAL-QT-FALHA.
           MOVE WS-TG-CAD TO PAL-QT-CAD.
           MOVE WS-TG-CTL TO PAL-QT-CTL.
           MOVE WS-TG-SAL TO PAL-QT-SAL.
           MOVE WS-TG-PED TO PAL-QT-PED.
           MOVE WS-TG-DEC TO PAL-QT-DEC.
           MOVE WS-TG-CONT TO PAL-QT-CONT.
           MOVE WS-TG-VENDA TO PAL-QT-VENDA.
           MOVE WS-TG-INFR TO PAL-QT-INFR.
           WRITE WS-PRIV-RPT-LINE FROM PRV-ACT-LINE
               AFTER ADVANCING 2 LINES.

       0005-100-ONE-LEVEL.
           MOVE ZEROS TO WS-TOT-NIVEL.
           MOVE ZEROS TO WS-NIVEL-USUARIOS.
           PERFORM 0005-200-ONE-USER
               VARYING UX FROM 1 BY 1 UNTIL UX > WS-USR-COUNT.
           IF WS-NIVEL-USUARIOS > ZEROS
               MOVE SPACES TO PAL-ID
               MOVE "  SUBTOTAL" TO PAL-NOME
               MOVE WS-TN-OK TO PAL-QT-OK
               MOVE WS-TN-FALHA TO PAL-QT-FALHA
               MOVE WS-TN-CAD TO PAL-QT-CAD
               MOVE WS-TN-CTL TO PAL-QT-CTL
               MOVE WS-TN-SAL TO PAL-QT-SAL
               MOVE WS-TN-PED TO PAL-QT-PED
               MOVE WS-TN-DEC TO PAL-QT-DEC
               MOVE WS-TN-CONT TO PAL-QT-CONT
               MOVE WS-TN-VENDA TO PAL-QT-VENDA
               MOVE WS-TN-INFR TO PAL-QT-INFR
               WRITE WS-PRIV-RPT-LINE FROM PRV-ACT-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-TN-OK TO WS-TG-OK
               ADD WS-TN-FALHA TO WS-TG-FALHA
               ADD WS-TN-CAD TO WS-TG-CAD
               ADD WS-TN-CTL TO WS-TG-CTL
               ADD WS-TN-SAL TO WS-TG-SAL
               ADD WS-TN-PED TO WS-TG-PED
               ADD WS-TN-DEC TO WS-TG-DEC
               ADD WS-TN-CONT TO WS-TG-CONT
               ADD WS-TN-VENDA TO WS-TG-VENDA
               ADD WS-TN-INFR TO WS-TG-INFR
           END-IF.

       0005-200-ONE-USER.
           IF WS-U-CADASTRADO(UX) = WS-LISTA-CADASTRO
              AND (WS-LISTA-CADASTRO = "N"
                   OR WS-U-LEVEL(UX) = WS-NIVEL-IX)
               IF WS-NIVEL-USUARIOS = ZEROS
                   PERFORM 0005-300-GROUP-HEADING
               END-IF
               ADD 1 TO WS-NIVEL-USUARIOS
               MOVE WS-U-ID(UX) TO PAL-ID
               MOVE WS-U-NAME(UX) TO PAL-NOME
               MOVE WS-U-QT-OK(UX) TO PAL-QT-OK
               MOVE WS-U-QT-FALHA(UX) TO PAL-QT-FALHA
               MOVE WS-U-QT-CAD(UX) TO PAL-QT-CAD
               MOVE WS-U-QT-CTL(UX) TO PAL-QT-CTL
               MOVE WS-U-QT-SAL(UX) TO PAL-QT-SAL
               MOVE WS-U-QT-PED(UX) TO PAL-QT-PED
               MOVE WS-U-QT-DEC(UX) TO PAL-QT-DEC
               MOVE WS-U-QT-CONT(UX) TO PAL-QT-CONT
               MOVE WS-U-QT-VENDA(UX) TO PAL-QT-VENDA
               MOVE WS-U-QT-INFR(UX) TO PAL-QT-INFR
               WRITE WS-PRIV-RPT-LINE FROM PRV-ACT-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-U-QT-OK(UX) TO WS-TN-OK
               ADD WS-U-QT-FALHA(UX) TO WS-TN-FALHA
               ADD WS-U-QT-CAD(UX) TO WS-TN-CAD
               ADD WS-U-QT-CTL(UX) TO WS-TN-CTL
               ADD WS-U-QT-SAL(UX) TO WS-TN-SAL
               ADD WS-U-QT-PED(UX) TO WS-TN-PED
               ADD WS-U-QT-DEC(UX) TO WS-TN-DEC
               ADD WS-U-QT-CONT(UX) TO WS-TN-CONT
               ADD WS-U-QT-VENDA(UX) TO WS-TN-VENDA
               ADD WS-U-QT-INFR(UX) TO WS-TN-INFR
           END-IF.

       0005-300-GROUP-HEADING.
           IF WS-LISTA-CADASTRO = "S"
               MOVE WS-NIVEL-IX TO PLL-NIVEL
               WRITE WS-PRIV-RPT-LINE FROM PRV-LEVEL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE WS-PRIV-RPT-LINE FROM PRV-NOREG-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      *----------------------------------------------------------------*
      * USERS WITH NO SUCCESSFUL SIGN-ON FOR THE CONFIGURED NUMBER OF  *
      * DAYS, COUNTED BACK FROM THE RUN DATE                           *
      *----------------------------------------------------------------*
       0006-PRINT-INACTIVE.
           MOVE "USUARIOS SEM SIGN-ON NO PRAZO - DESATIVAR"
               TO PSL-TITULO.
           WRITE WS-PRIV-RPT-LINE FROM PRV-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE WS-PRIV-RPT-LINE FROM PRV-INACT-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 0006-100-ONE-USER
               VARYING UX FROM 1 BY 1 UNTIL UX > WS-USR-COUNT.
           IF WS-DESATIVAR-COUNT = ZEROS
               WRITE WS-PRIV-RPT-LINE FROM PRV-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0006-100-ONE-USER.
           IF WS-U-CADASTRADO(UX) = "S"
               IF WS-U-ULT-OK(UX) = ZEROS
                   MOVE "NUNCA" TO PIL-ULT-OK
                   MOVE ZEROS TO PIL-DIAS
                   PERFORM 0006-200-WRITE-INACTIVE
               ELSE
                   MOVE WS-U-ULT-OK(UX) TO WS-SERIAL-DATE-N
                   PERFORM 0008-500-DATE-TO-SERIAL
                   IF WS-SERIAL-WORK < WS-HOJE-SERIAL
                       COMPUTE WS-DIAS-SEM-LOGIN =
                           WS-HOJE-SERIAL - WS-SERIAL-WORK
                   ELSE
                       MOVE ZEROS TO WS-DIAS-SEM-LOGIN
                   END-IF
                   IF WS-DIAS-SEM-LOGIN >= WS-INATIVO-DIAS
                       MOVE WS-U-ULT-OK(UX) TO WS-EDIT-DATE-NUM
                       PERFORM 0008-400-EDIT-DATE
                       MOVE PRV-DATE-EDIT TO PIL-ULT-OK
                       MOVE WS-DIAS-SEM-LOGIN TO PIL-DIAS
                       PERFORM 0006-200-WRITE-INACTIVE
                   END-IF
               END-IF
           END-IF.

       0006-200-WRITE-INACTIVE.
           MOVE WS-U-ID(UX) TO PIL-ID.
           MOVE WS-U-NAME(UX) TO PIL-NOME.
           MOVE WS-U-LEVEL(UX) TO PIL-NIVEL.
           IF WS-U-LOCKED(UX) = "S"
               MOVE "BLOQUEADO" TO PIL-SITUACAO
           ELSE
               MOVE "ATIVO" TO PIL-SITUACAO
           END-IF.
           WRITE WS-PRIV-RPT-LINE FROM PRV-INACT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-DESATIVAR-COUNT.

       0007-FINALIZE.
           IF WS-USR-STATUS-OK
               MOVE "RESUMO" TO PSL-TITULO
               WRITE WS-PRIV-RPT-LINE FROM PRV-SECTION-LINE
                   AFTER ADVANCING 3 LINES
               PERFORM 0007-100-RULE-TOTAL
                   VARYING RX FROM 1 BY 1 UNTIL RX > 4
               MOVE "USUARIOS A DESATIVAR" TO PTL-TEXTO
               MOVE WS-DESATIVAR-COUNT TO PTL-COUNT
               WRITE WS-PRIV-RPT-LINE FROM PRV-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "USUARIOS CADASTRADOS EM USERMF.DAT" TO PTL-TEXTO
               MOVE WS-USR-CADASTRADOS TO PTL-COUNT
               WRITE WS-PRIV-RPT-LINE FROM PRV-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               COMPUTE WS-USR-SEM-CADASTRO =
                   WS-USR-COUNT - WS-USR-CADASTRADOS
               MOVE "IDS COM ATIVIDADE SEM CADASTRO" TO PTL-TEXTO
               MOVE WS-USR-SEM-CADASTRO TO PTL-COUNT
               WRITE WS-PRIV-RPT-LINE FROM PRV-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               IF WS-TOTAL-OCORRENCIAS > ZEROS
                  OR WS-DESATIVAR-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE WS-PRIV-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE PRIVREPORTFILE.
           IF WS-EMP-ABERTO
               CLOSE EMPLOYEEMASTERFILE
           END-IF.
           DISPLAY 'REVISAO DE PRIVILEGIOS CONCLUIDA - OCORRENCIAS: '
               WS-TOTAL-OCORRENCIAS ' A DESATIVAR: '
               WS-DESATIVAR-COUNT.

       0007-100-RULE-TOTAL.
           MOVE WS-REGRA-TITULO(RX) TO PTL-TEXTO.
           MOVE WS-REGRA-QT(RX) TO PTL-COUNT.
           WRITE WS-PRIV-RPT-LINE FROM PRV-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      * SHARED ROUTINES                                                *
      *----------------------------------------------------------------*
      *    UX IS THE ENTRY OF WS-BUSCA-ID, OR ZERO WHEN NOT ON THE TABLE
       0008-100-FIND-USER.
           PERFORM 0008-110-SCAN-USERS
               VARYING UX FROM 1 BY 1
               UNTIL UX > WS-USR-COUNT
                  OR WS-U-ID(UX) = WS-BUSCA-ID.
           IF UX > WS-USR-COUNT
               MOVE ZEROS TO UX
           END-IF.

       0008-110-SCAN-USERS.
           CONTINUE.

      *    AN ID THAT CHANGED OR SOLD SOMETHING BUT IS NOT ON USERMF
      *    IS ADDED AS AN UNREGISTERED ENTRY.
       0008-150-FIND-OR-ADD.
           PERFORM 0008-100-FIND-USER.
           IF UX = ZEROS
               IF WS-USR-COUNT < 200
                   ADD 1 TO WS-USR-COUNT
                   MOVE WS-USR-COUNT TO UX
                   PERFORM 0008-160-CLEAR-USER
                   MOVE WS-BUSCA-ID TO WS-U-ID(UX)
                   MOVE "NAO CADASTRADO" TO WS-U-NAME(UX)
                   MOVE "N" TO WS-U-CADASTRADO(UX)
               ELSE
                   IF WS-USR-ESTOURO = "N"
                       DISPLAY 'AVISO: MAIS DE 200 USUARIOS'
                           ' - EXCEDENTES IGNORADOS'
                       MOVE "Y" TO WS-USR-ESTOURO
                   END-IF
               END-IF
           END-IF.

       0008-160-CLEAR-USER.
           MOVE SPACES TO WS-USR-ENTRY(UX).
           MOVE ZEROS TO WS-U-LEVEL(UX).
           MOVE ZEROS TO WS-U-ULT-OK(UX).
           MOVE ZEROS TO WS-U-QT-OK(UX) WS-U-QT-FALHA(UX)
                          WS-U-QT-CAD(UX) WS-U-QT-CTL(UX)
                          WS-U-QT-SAL(UX) WS-U-QT-PED(UX)
                          WS-U-QT-DEC(UX) WS-U-QT-CONT(UX)
                          WS-U-QT-VENDA(UX) WS-U-QT-INFR(UX).

      *    RULE 4 FOR THE CHANGE IN WS-CHG-*, WHOSE USER IS ENTRY UX.
       0008-200-CHECK-CHANGE.
           MOVE SPACES TO DF-MOTIVO.
           MOVE 1 TO WS-MOTIVO-PTR.
           IF WS-U-CADASTRADO(UX) = "N"
               STRING "ID SEM CADASTRO" DELIMITED BY SIZE
                   INTO DF-MOTIVO WITH POINTER WS-MOTIVO-PTR
               END-STRING
           ELSE
               IF WS-CHG-COM-HORA = "Y"
                  AND (WS-CHG-HHMM < WS-HORA-INICIO
                       OR WS-CHG-HHMM >= WS-HORA-FIM)
                   STRING "FORA HORA/" DELIMITED BY SIZE
                       INTO DF-MOTIVO WITH POINTER WS-MOTIVO-PTR
                   END-STRING
               END-IF
               CALL 'DIAUTIL' USING WS-CHG-DATE-SPLIT WS-DIA-UTIL
               IF WS-DIA-UTIL NOT = "Y"
                   STRING "NAO UTIL/" DELIMITED BY SIZE
                       INTO DF-MOTIVO WITH POINTER WS-MOTIVO-PTR
                   END-STRING
               END-IF
               IF WS-U-DIAS-OK(UX)(WS-CHG-DIA:1) NOT = "S"
                   STRING "SEM SIGN-ON/" DELIMITED BY SIZE
                       INTO DF-MOTIVO WITH POINTER WS-MOTIVO-PTR
                   END-STRING
               END-IF
               IF WS-MOTIVO-PTR > 1
                   SUBTRACT 1 FROM WS-MOTIVO-PTR
                   MOVE SPACE TO DF-MOTIVO(WS-MOTIVO-PTR:1)
               END-IF
           END-IF.
           IF DF-MOTIVO NOT = SPACES
               MOVE WS-CHG-DESCR TO DF-DESCR
               MOVE 4 TO WS-REL-REGRA
               MOVE WS-CHG-USER TO WS-REL-USUARIO
               MOVE WS-CHG-DATE TO WS-REL-DATA
               MOVE WS-CHG-TIME TO WS-REL-HORA
               PERFORM 0008-310-NEW-GROUP
               MOVE WS-CHG-TRILHA TO PL-TRILHA
               MOVE DET-FORA TO PL-DETALHE
               PERFORM 0008-300-RELEASE-MAIN
           END-IF.

      *    A BREACH LINE UNDER WS-REL-*; PL-TRILHA AND PL-DETALHE ARE
      *    SET BY THE CALLER. COUNTS AGAINST USER ENTRY UX.
       0008-300-RELEASE-MAIN.
           MOVE SPACES TO PL-MARCA.
           MOVE WS-REL-USUARIO TO PL-USUARIO.
           MOVE WS-REL-DATA TO WS-EDIT-DATE-NUM.
           PERFORM 0008-400-EDIT-DATE.
           MOVE PRV-DATE-EDIT TO PL-DATA.
           IF WS-REL-HORA = ZEROS
               MOVE SPACES TO PL-HORA
           ELSE
               MOVE WS-REL-HORA TO WS-EDIT-TIME-NUM
               PERFORM 0008-450-EDIT-TIME
               MOVE PRV-TIME-EDIT TO PL-HORA
           END-IF.
           MOVE ZEROS TO WS-REL-LINHA.
           IF UX > ZEROS
               ADD 1 TO WS-U-QT-INFR(UX)
           END-IF.
           PERFORM 0008-320-RELEASE-LINE.

       0008-310-NEW-GROUP.
           ADD 1 TO WS-GRUPO-SEQ.
           MOVE WS-GRUPO-SEQ TO WS-REL-GRUPO.
           MOVE ZEROS TO WS-REL-LINHA.

       0008-320-RELEASE-LINE.
           MOVE WS-REL-REGRA TO PSR-REGRA.
           MOVE WS-REL-USUARIO TO PSR-USUARIO.
           MOVE WS-REL-DATA TO PSR-DATA.
           MOVE WS-REL-HORA TO PSR-HORA.
           MOVE WS-REL-GRUPO TO PSR-GRUPO.
           MOVE WS-REL-LINHA TO PSR-LINHA.
           MOVE PRIV-LINE TO PSR-TEXTO.
           RELEASE PSR-SORTREC.

      *    A SUPPORTING LINE FOR THE GROUP LAST OPENED; PL-USUARIO,
      *    PL-DATA, PL-HORA, PL-TRILHA AND PL-DETALHE ARE SET BY THE
      *    CALLER.
       0008-350-RELEASE-SUPPORT.
           ADD 1 TO WS-REL-LINHA.
           MOVE "> " TO PL-MARCA.
           PERFORM 0008-320-RELEASE-LINE.

       0008-400-EDIT-DATE.
           MOVE WS-EDT-DIA TO PDE-DIA.
           MOVE WS-EDT-MES TO PDE-MES.
           MOVE WS-EDT-ANO TO PDE-ANO.

       0008-450-EDIT-TIME.
           MOVE WS-EDT-HH TO PTE-HH.
           MOVE WS-EDT-MI TO PTE-MI.

       0008-500-DATE-TO-SERIAL.
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

      *    WS-PROPRIO-SW: "M" WHEN THE USER'S USERMF MATRICULA IS
      *    WS-PROPRIO-MATRIC, "N" WHEN THE USER HAS NO MATRICULA BUT
      *    THEIR NAME IS THE ONE ON THAT EMPLOYEE'S RECORD.
       0008-600-CHECK-OWN-RECORD.
           MOVE SPACE TO WS-PROPRIO-SW.
           IF WS-U-CADASTRADO(UX) = "S"
               IF WS-U-MATRICULA(UX) IS NUMERIC
                  AND WS-U-MATRICULA(UX) NOT = "000000"
                   IF WS-U-MATRICULA(UX) = WS-PROPRIO-MATRIC
                       SET WS-PROPRIO-MATRICULA TO TRUE
                   END-IF
               ELSE
                   IF WS-EMP-ABERTO
                       MOVE WS-PROPRIO-MATRIC TO WS-EMP-MATRICULA
                       READ EMPLOYEEMASTERFILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF WS-EMP-NOME = WS-U-NAME(UX)
                                   SET WS-PROPRIO-NOME TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-USERMF-DAT.
           CALL "DATADIR" USING WS-PTH-SECCTL-DAT.
           CALL "DATADIR" USING WS-PTH-SIGNON-DAT.
           CALL "DATADIR" USING WS-PTH-SALHIST-DAT.
           CALL "DATADIR" USING WS-PTH-SALAPPR-DAT.
           CALL "DATADIR" USING WS-PTH-CADAUDIT-DAT.
           CALL "DATADIR" USING WS-PTH-CTLAUDIT-DAT.
           CALL "DATADIR" USING WS-PTH-STOCKADJ-DAT.
           CALL "DATADIR" USING WS-PTH-TILL-DAT.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-PRIVREV-SRT.
           CALL "DATADIR" USING WS-PTH-PRIVREV-RPT.
           CALL "DATADIR" USING WS-PTH-PREFIX.

       END PROGRAM PRIVREV.
