      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. WEEKLY REFERENTIAL INTEGRITY AUDIT
      *              OF THE DATA FILES. EVERY KEY THAT POINTS AT A
      *              MASTER IS LOOKED UP THERE - BOOK NUMBERS ON
      *              BOOKINV, POMF, BACKORD, BSHIST, PRICEHIST,
      *              RCPTHIST AND RANKHIST; CUSTOMER IDS ON BSHIST AND
      *              BACKORD; MATRICULAS ON SALHIST, ABSENCE, SALAPPR
      *              AND BANKACK; AUTHOR, SUPPLIER AND CATEGORY ON THE
      *              BOOK MASTER; BRANCH, REGION AND DEPARTMENT CODES;
      *              OPERATOR IDS ON TILL AND CADAUDIT - AND EACH ONE
      *              NOT FOUND IS LISTED BY FILE, RECORD NUMBER, FIELD
      *              AND KEY. MASTERS NOTHING POINTS AT (AUTHORS WITH
      *              NO BOOKS, BRANCHES WITH NO STOCK, SUPPLIERS WITH
      *              NO BOOKS OR ORDERS, CATEGORIES WITH NO BOOKS) ARE
      *              LISTED AFTER THEM. A BREAK IN A MASTER, IN STOCK
      *              OR IN AN OPEN DOCUMENT (OPEN ORDER, BACKORDER,
      *              ABSENCE OR PENDING APPROVAL) IS SERIOUS; ONE IN
      *              HISTORY IS FOR INFORMATION. ANY SERIOUS BREAK, OR
      *              A MASTER THAT CANNOT BE READ, ENDS THE RUN WITH
      *              RETURN-CODE 8. BLANK KEYS, BLANK REGIONS (THE
      *              MATRIZ) AND THE ERASED-CUSTOMER ID 999999 ARE NOT
      *              REFERENCES AND ARE SKIPPED.
      * 15/10/2026 - USR-RECORD CARRIES THE USER'S MATRICULA AT THE END,
      *              AS IN THE SIGN-ON MAINTENANCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BOOKMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT CLIENTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CLIENTEID
               FILE STATUS IS WS-CLI-STATUS.

           SELECT EMPLOYEEMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-EMPMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-EMP-MATRICULA
               FILE STATUS IS WS-EMP-STATUS.

           SELECT BOOKINVENTORYFILE ASSIGN TO DYNAMIC
               WS-PTH-BOOKINV-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIF-KEY
               FILE STATUS IS WS-BIF-STATUS.

           SELECT POMASTERFILE ASSIGN TO DYNAMIC WS-PTH-POMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-NUMERO
               FILE STATUS IS WS-POMF-STATUS.

           SELECT BACKORDERFILE ASSIGN TO DYNAMIC WS-PTH-BACKORD-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOF-STATUS.

           SELECT HISTORYFILE ASSIGN TO DYNAMIC WS-PTH-BSHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PRICEHISTFILE ASSIGN TO DYNAMIC WS-PTH-PRICEHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT RCPTHISTFILE ASSIGN TO DYNAMIC WS-PTH-RCPTHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHIST-STATUS.

           SELECT RANKHISTORYFILE ASSIGN TO DYNAMIC
               WS-PTH-RANKHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANKHIST-STATUS.

           SELECT SALHISTFILE ASSIGN TO DYNAMIC WS-PTH-SALHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALH-STATUS.

           SELECT ABSENCEFILE ASSIGN TO DYNAMIC WS-PTH-ABSENCE-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.

           SELECT SALAPPRFILE ASSIGN TO DYNAMIC WS-PTH-SALAPPR-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

           SELECT BANKACKFILE ASSIGN TO DYNAMIC WS-PTH-BANKACK-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT TILLFILE ASSIGN TO DYNAMIC WS-PTH-TILL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIL-STATUS.

           SELECT CADAUDITFILE ASSIGN TO DYNAMIC WS-PTH-CADAUDIT-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUTHORMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-AUTHORMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTMF-STATUS.

           SELECT BRANCHMASTERFILE ASSIGN TO DYNAMIC WS-PTH-BRANCHMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS.

           SELECT REGIONMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-REGIONMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGMF-STATUS.

           SELECT FORNECMFFILE ASSIGN TO DYNAMIC WS-PTH-FORNECMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORN-STATUS.

           SELECT CATEGORYMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-CATEGMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMF-STATUS.

           SELECT USERMASTERFILE ASSIGN TO DYNAMIC WS-PTH-USERMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USR-STATUS.

           SELECT DEPTOMFFILE ASSIGN TO DYNAMIC WS-PTH-DEPTOMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT AUDITREPORTFILE ASSIGN TO DYNAMIC WS-PTH-REFAUDIT-RPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKMASTERFILE.
       01  BMF-RECORD.
           02 BMF-BOOKNUM        PIC X(5).
           02 BMF-BOOKTITLE      PIC X(25).
           02 BMF-AUTHORNAME     PIC X(25).
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-AUTHORID-X REDEFINES BMF-AUTHORID PIC X(5).
           02 BMF-SITUACAO       PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  CLIENTMASTERFILE.
       01  CLI-RECORD.
           05 CLI-CLIENTEID      PIC 9(6).
           05 CLI-NOME           PIC X(30).
           05 CLI-TELEFONE       PIC X(12).
           05 CLI-REGIAO         PIC X(3).
           05 CLI-LIMITE         PIC 9(7)V9(2).
           05 CLI-SALDO          PIC 9(7)V9(2).
           05 CLI-ACEITA-MKT     PIC X(1).

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

       FD  BOOKINVENTORYFILE.
       01  BIF-RECORD.
           02 BIF-KEY.
              03 BIF-BOOKNUM      PIC X(5).
              03 BIF-FILIAL       PIC X(3).
           02 BIF-ONHAND          PIC 9(5).
           02 BIF-REORDER-POINT   PIC 9(5).
           02 BIF-ORDER-QTY       PIC 9(5).

       FD  POMASTERFILE.
       01  PO-RECORD.
           05 PO-NUMERO            PIC 9(6).
           05 PO-BOOKNUM           PIC X(5).
           05 PO-QTY-PEDIDA        PIC 9(5).
           05 PO-QTY-RECEBIDA      PIC 9(5).
           05 PO-DATA-EMISSAO      PIC 9(8).
           05 PO-STATUS            PIC X(1).
              88 PO-FECHADA        VALUE "F".
           05 PO-FORNECEDOR        PIC X(5).
           05 PO-CUSTO-UNIT        PIC 9(5)V99.

       FD  BACKORDERFILE.
       01  BO-RECORD.
           88 ENDOFBACKORD       VALUE HIGH-VALUES.
           05 BO-BOOKNUM         PIC X(5).
           05 BO-CLIENTEID       PIC X(6).
           05 BO-QTY             PIC 9(3).
           05 BO-DATE            PIC 9(8).
           05 BO-STATUS          PIC X(1).
              88 BO-ABERTA       VALUE "A".
           05 BO-FILL-DATE       PIC 9(8).

       FD  HISTORYFILE.
       01  HIST-RECORD.
           88 ENDOFHISTORY       VALUE HIGH-VALUES.
           02 HIST-YEARMONTH     PIC 9(6).
           02 HIST-BOOKNUM       PIC X(5).
           02 HIST-COPIES        PIC XX.
           02 HIST-SALESTATUS    PIC X.
           02 HIST-SALEDATE      PIC X(8).
           02 HIST-REGION        PIC X(3).
           02 HIST-CLIENTEID     PIC X(6).

       FD  PRICEHISTFILE.
       01  PHIST-RECORD.
           88 ENDOFPRICEHIST     VALUE HIGH-VALUES.
           05 PHIST-BOOKNUM      PIC X(5).
           05 PHIST-DATE         PIC 9(8).
           05 PHIST-PRICE        PIC 9(5)V99.

       FD  RCPTHISTFILE.
       01  RHIST-RECORD.
           88 ENDOFRCPTHIST      VALUE HIGH-VALUES.
           05 RHIST-BOOKNUM      PIC X(5).
           05 RHIST-QTY          PIC 9(5).
           05 RHIST-DATE         PIC 9(8).
           05 RHIST-PONUM        PIC X(6).
           05 RHIST-FILIAL       PIC X(3).
           05 RHIST-CUSTO-UNIT   PIC 9(5)V99.

       FD  RANKHISTORYFILE.
       01  RHF-RECORD.
           88 ENDOFRANKHIST      VALUE HIGH-VALUES.
           02 RHF-DATE           PIC 9(8).
           02 RHF-BOOKNUM        PIC X(5).
           02 RHF-RANK           PIC 99.

       FD  SALHISTFILE.
       01  SH-RECORD.
           88 ENDOFSALHIST       VALUE HIGH-VALUES.
           05 SH-DATE            PIC 9(08).
           05 SH-TIME            PIC 9(08).
           05 SH-MATRICULA       PIC 9(06).
           05 SH-MATRICULA-X REDEFINES SH-MATRICULA PIC X(06).
           05 SH-SAL-ANT         PIC 9(9)V9(2).
           05 SH-SAL-NOVO        PIC 9(9)V9(2).
           05 SH-FONTE           PIC X(08).
           05 SH-OPERADOR        PIC X(08).

       FD  ABSENCEFILE.
       01  AB-RECORD.
           88 ENDOFABSENCE       VALUE HIGH-VALUES.
           05 AB-MATRICULA       PIC 9(06).
           05 AB-MATRICULA-X REDEFINES AB-MATRICULA PIC X(06).
           05 AB-INICIO          PIC 9(08).
           05 AB-RETORNO-PREVISTO PIC 9(08).
           05 AB-MOTIVO          PIC X(20).
           05 AB-STATUS          PIC X(01).
              88 AB-ABERTA       VALUE "A".
           05 AB-RETORNO-REAL    PIC 9(08).

       FD  SALAPPRFILE.
       01  AP-RECORD.
           88 ENDOFSALAPPR       VALUE HIGH-VALUES.
           05 AP-MATRICULA       PIC 9(06).
           05 AP-MATRICULA-X REDEFINES AP-MATRICULA PIC X(06).
           05 AP-SAL-ANT         PIC 9(9)V9(2).
           05 AP-SAL-NOVO        PIC 9(9)V9(2).
           05 AP-SOLICITANTE     PIC X(08).
           05 AP-DATA            PIC 9(08).
           05 AP-HORA            PIC 9(08).
           05 AP-STATUS          PIC X(01).
              88 AP-PENDENTE     VALUE "P".
              88 AP-APROVADO     VALUE "A".
              88 AP-RECUSADO     VALUE "R".
           05 AP-APROVADOR       PIC X(08).
           05 AP-DATA-DECISAO    PIC 9(08).
           05 AP-TIPO            PIC X(01).
              88 AP-INCLUSAO     VALUE "I".
           05 AP-MOTIVO          PIC X(01).
           05 AP-DEPTO           PIC X(03).
           05 AP-NOME            PIC X(30).
           05 AP-ANO-INGRESSO    PIC 9(04).
           05 AP-MES-INGRESSO    PIC 9(02).
           05 AP-GRADE           PIC X(02).
           05 AP-SITUACAO        PIC X(01).

       FD  BANKACKFILE.
       01  ACK-RECORD.
           88 ENDOFACK           VALUE HIGH-VALUES.
           05 ACK-DATE           PIC 9(08).
           05 ACK-MATRICULA      PIC 9(06).
           05 ACK-MATRICULA-X REDEFINES ACK-MATRICULA PIC X(06).

       FD  TILLFILE.
       01  TILL-RECORD.
           88 ENDOFTILL          VALUE HIGH-VALUES.
           05 TILL-DATE          PIC 9(8).
           05 TILL-NUM           PIC 9(6).
           05 TILL-OPER          PIC X(8).
           05 TILL-BOOKNUM       PIC X(5).
           05 TILL-COPIES        PIC 9(2).
           05 TILL-VALOR         PIC 9(7)V9(2).
           05 TILL-VALE-NUM      PIC 9(8).
           05 TILL-VALE-VALOR    PIC 9(7)V9(2).
           05 TILL-DINHEIRO      PIC 9(7)V9(2).
           05 TILL-DEBITO        PIC 9(7)V9(2).
           05 TILL-CREDITO       PIC 9(7)V9(2).
           05 TILL-PIX           PIC 9(7)V9(2).
           05 TILL-PRAZO         PIC 9(7)V9(2).

       FD  CADAUDITFILE.
       01  CADAUD-RECORD.
           88 ENDOFCADAUDIT      VALUE HIGH-VALUES.
           05 CADAUD-DATE        PIC 9(08).
           05 CADAUD-TIME        PIC 9(08).
           05 CADAUD-OPERATOR    PIC X(08).
           05 CADAUD-ACTION      PIC X(01).
           05 CADAUD-BEFORE      PIC X(89).
           05 CADAUD-AFTER       PIC X(89).

       FD  AUTHORMASTERFILE.
       01  AMF-RECORD.
           88 ENDOFAUTHORMF      VALUE HIGH-VALUES.
           02 AMF-ID             PIC 9(5).
           02 AMF-ID-X REDEFINES AMF-ID PIC X(5).
           02 AMF-NAME           PIC X(25).
           02 AMF-ROYALTY-X      PIC X(3).

       FD  BRANCHMASTERFILE.
       01  BRM-RECORD.
           88 ENDOFBRANCHMF      VALUE HIGH-VALUES.
           05 BRM-CODE           PIC X(3).
           05 BRM-NAME           PIC X(25).
           05 BRM-CNPJ           PIC X(14).
           05 BRM-IE             PIC X(14).
           05 BRM-UF             PIC X(2).
           05 BRM-SERIE-NFCE     PIC X(3).

       FD  REGIONMASTERFILE.
       01  RMF-RECORD.
           88 ENDOFREGMF         VALUE HIGH-VALUES.
           02 RMF-CODE           PIC X(3).
           02 RMF-NAME           PIC X(25).
           02 RMF-MANAGER        PIC X(25).

       FD  FORNECMFFILE.
       01  FORN-RECORD.
           88 ENDOFFORNECMF      VALUE HIGH-VALUES.
           02 FORN-CODIGO        PIC X(5).
           02 FORN-NOME          PIC X(30).
           02 FORN-CONTATO       PIC X(25).
           02 FORN-PRAZO-X       PIC X(3).

       FD  CATEGORYMASTERFILE.
       01  CMF-RECORD.
           88 ENDOFCATEGMF       VALUE HIGH-VALUES.
           02 CMF-CODE           PIC X(3).
           02 CMF-DESCRIPTION    PIC X(25).

       FD  USERMASTERFILE.
       01  USR-RECORD.
           88 ENDOFUSERMF        VALUE HIGH-VALUES.
           05 USR-ID             PIC X(08).
           05 USR-NAME           PIC X(30).
           05 USR-PASSWORD       PIC X(08).
           05 USR-LEVEL          PIC 9(01).
           05 USR-PWD-DATE       PIC X(08).
           05 USR-FAILS          PIC X(02).
           05 USR-LOCKED         PIC X(01).
           05 USR-MATRICULA      PIC X(06).

       FD  DEPTOMFFILE.
       01  DEPTOMF-RECORD.
           88 ENDOFDEPTOMF       VALUE HIGH-VALUES.
           05 DEPTOMF-CODIGO     PIC X(03).
           05 DEPTOMF-NOME       PIC X(25).
           05 DEPTOMF-CCUSTO     PIC X(06).
           05 DEPTOMF-CHEFE      PIC 9(06).
           05 DEPTOMF-QUADRO     PIC 9(04).
           05 DEPTOMF-ORCAMENTO  PIC 9(9)V9(2).
           05 DEPTOMF-FILIAL     PIC X(03).

       FD  AUDITREPORTFILE.
       01  WS-AUD-RPT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-CUSTMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTMF.DAT".
       77  WS-PTH-EMPMF-DAT PIC X(44)
           VALUE "ASSETS/EMPMF.DAT".
       77  WS-PTH-BOOKINV-DAT PIC X(44)
           VALUE "ASSETS/BOOKINV.DAT".
       77  WS-PTH-POMF-DAT PIC X(44)
           VALUE "ASSETS/POMF.DAT".
       77  WS-PTH-BACKORD-DAT PIC X(44)
           VALUE "ASSETS/BACKORD.DAT".
       77  WS-PTH-BSHIST-DAT PIC X(44)
           VALUE "ASSETS/BSHIST.DAT".
       77  WS-PTH-PRICEHIST-DAT PIC X(44)
           VALUE "ASSETS/PRICEHIST.DAT".
       77  WS-PTH-RCPTHIST-DAT PIC X(44)
           VALUE "ASSETS/RCPTHIST.DAT".
       77  WS-PTH-RANKHIST-DAT PIC X(44)
           VALUE "ASSETS/RANKHIST.DAT".
       77  WS-PTH-SALHIST-DAT PIC X(44)
           VALUE "ASSETS/SALHIST.DAT".
       77  WS-PTH-ABSENCE-DAT PIC X(44)
           VALUE "ASSETS/ABSENCE.DAT".
       77  WS-PTH-SALAPPR-DAT PIC X(44)
           VALUE "ASSETS/SALAPPR.DAT".
       77  WS-PTH-BANKACK-DAT PIC X(44)
           VALUE "ASSETS/BANKACK.DAT".
       77  WS-PTH-TILL-DAT PIC X(44)
           VALUE "ASSETS/TILL.DAT".
       77  WS-PTH-CADAUDIT-DAT PIC X(44)
           VALUE "ASSETS/CADAUDIT.DAT".
       77  WS-PTH-AUTHORMF-DAT PIC X(44)
           VALUE "ASSETS/AUTHORMF.DAT".
       77  WS-PTH-BRANCHMF-DAT PIC X(44)
           VALUE "ASSETS/BRANCHMF.DAT".
       77  WS-PTH-REGIONMF-DAT PIC X(44)
           VALUE "ASSETS/REGIONMF.DAT".
       77  WS-PTH-FORNECMF-DAT PIC X(44)
           VALUE "ASSETS/FORNECMF.DAT".
       77  WS-PTH-CATEGMF-DAT PIC X(44)
           VALUE "ASSETS/CATEGMF.DAT".
       77  WS-PTH-USERMF-DAT PIC X(44)
           VALUE "ASSETS/USERMF.DAT".
       77  WS-PTH-DEPTOMF-DAT PIC X(44)
           VALUE "ASSETS/DEPTOMF.DAT".
       77  WS-PTH-REFAUDIT-RPT PIC X(44)
           VALUE "ASSETS/REFAUDIT.RPT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-CLI-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CLI-STATUS-OK   VALUE "00".
       77  WS-EMP-STATUS         PIC X(02) VALUE SPACES.
           88 WS-EMP-STATUS-OK   VALUE "00".
       77  WS-BIF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BIF-STATUS-OK   VALUE "00".
       77  WS-POMF-STATUS        PIC X(02) VALUE SPACES.
           88 WS-POMF-STATUS-OK  VALUE "00".
       77  WS-BOF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BOF-STATUS-OK   VALUE "00".
       77  WS-HIST-STATUS        PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK  VALUE "00".
       77  WS-PHIST-STATUS       PIC X(02) VALUE SPACES.
           88 WS-PHIST-STATUS-OK VALUE "00".
       77  WS-RHIST-STATUS       PIC X(02) VALUE SPACES.
           88 WS-RHIST-STATUS-OK VALUE "00".
       77  WS-RANKHIST-STATUS    PIC X(02) VALUE SPACES.
           88 WS-RANKHIST-STATUS-OK VALUE "00".
       77  WS-SALH-STATUS        PIC X(02) VALUE SPACES.
           88 WS-SALH-STATUS-OK  VALUE "00".
       77  WS-ABS-STATUS         PIC X(02) VALUE SPACES.
           88 WS-ABS-STATUS-OK   VALUE "00".
       77  WS-APR-STATUS         PIC X(02) VALUE SPACES.
           88 WS-APR-STATUS-OK   VALUE "00".
       77  WS-ACK-STATUS         PIC X(02) VALUE SPACES.
           88 WS-ACK-STATUS-OK   VALUE "00".
       77  WS-TIL-STATUS         PIC X(02) VALUE SPACES.
           88 WS-TIL-STATUS-OK   VALUE "00".
       77  WS-AUD-STATUS         PIC X(02) VALUE SPACES.
           88 WS-AUD-STATUS-OK   VALUE "00".
       77  WS-AUTMF-STATUS       PIC X(02) VALUE SPACES.
           88 WS-AUTMF-STATUS-OK VALUE "00".
       77  WS-BRM-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BRM-STATUS-OK   VALUE "00".
       77  WS-REGMF-STATUS       PIC X(02) VALUE SPACES.
           88 WS-REGMF-STATUS-OK VALUE "00".
       77  WS-FORN-STATUS        PIC X(02) VALUE SPACES.
           88 WS-FORN-STATUS-OK  VALUE "00".
       77  WS-CATMF-STATUS       PIC X(02) VALUE SPACES.
           88 WS-CATMF-STATUS-OK VALUE "00".
       77  WS-USR-STATUS         PIC X(02) VALUE SPACES.
           88 WS-USR-STATUS-OK   VALUE "00".
       77  WS-DEP-STATUS         PIC X(02) VALUE SPACES.
           88 WS-DEP-STATUS-OK   VALUE "00".

       77  WS-BMF-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-BMF-OPENED      VALUE "Y".
       77  WS-CLI-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-CLI-OPENED      VALUE "Y".
       77  WS-EMP-OPEN-SW        PIC X(01) VALUE "N".
           88 WS-EMP-OPENED      VALUE "Y".
       77  WS-EOF-SW             PIC X(01) VALUE "N".
           88 WS-EOF             VALUE "Y".
       77  WS-FOUND-SW           PIC X(01) VALUE "N".
           88 WS-FOUND           VALUE "Y".

       77  WS-RUN-DATE-NUM       PIC 9(08) VALUE ZEROS.
       77  WS-ID-ELIMINADO       PIC X(06) VALUE "999999".
       77  WS-RECNO              PIC 9(08) VALUE ZEROS.
       77  WS-BUSCA-MESTRE       PIC 9(01) VALUE ZEROS.
       77  WS-BUSCA-VALOR        PIC X(08) VALUE SPACES.
       77  WS-BUSCA-NOME         PIC X(30) VALUE SPACES.
       77  WS-DNG-GRAVE          PIC X(01) VALUE SPACES.
       77  WS-DNG-KEY            PIC X(08) VALUE SPACES.
       77  WS-TOTAL-LIDOS        PIC 9(09) VALUE ZEROS.
       77  WS-TOTAL-GRAVES       PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-INFORMATIVAS PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-SEM-USO      PIC 9(07) VALUE ZEROS.
       77  WS-MESTRES-FALTANDO   PIC 9(03) VALUE ZEROS.

       77  KX                    PIC 9(02) VALUE ZEROS.
       77  MX                    PIC 9(01) VALUE ZEROS.
       77  CX                    PIC 9(04) VALUE ZEROS.

      * THE REFERENCES AUDITED: REFERRING FILE, FIELD, MASTER AND
      * WHETHER A BREAK IS SERIOUS ("G") OR FOR INFORMATION ("I"). A
      * "*" MEANS IT DEPENDS ON THE RECORD (OPEN DOCUMENTS ARE
      * SERIOUS, CLOSED ONES ARE NOT).
       01  WS-CHECK-DEFINITIONS.
           05 FILLER PIC X(33) VALUE
                     "BOOKMF      AUTOR       AUTHORMFG".
           05 FILLER PIC X(33) VALUE
                     "BOOKMF      FORNECEDOR  FORNECMFG".
           05 FILLER PIC X(33) VALUE
                     "BOOKMF      CATEGORIA   CATEGMF G".
           05 FILLER PIC X(33) VALUE
                     "BOOKINV     LIVRO       BOOKMF  G".
           05 FILLER PIC X(33) VALUE
                     "BOOKINV     FILIAL      BRANCHMFG".
           05 FILLER PIC X(33) VALUE
                     "POMF        LIVRO       BOOKMF  *".
           05 FILLER PIC X(33) VALUE
                     "POMF        FORNECEDOR  FORNECMF*".
           05 FILLER PIC X(33) VALUE
                     "BACKORD     LIVRO       BOOKMF  *".
           05 FILLER PIC X(33) VALUE
                     "BACKORD     CLIENTE     CUSTMF  *".
           05 FILLER PIC X(33) VALUE
                     "BSHIST      LIVRO       BOOKMF  I".
           05 FILLER PIC X(33) VALUE
                     "BSHIST      CLIENTE     CUSTMF  I".
           05 FILLER PIC X(33) VALUE
                     "BSHIST      REGIAO      REGIONMFI".
           05 FILLER PIC X(33) VALUE
                     "PRICEHIST   LIVRO       BOOKMF  I".
           05 FILLER PIC X(33) VALUE
                     "RCPTHIST    LIVRO       BOOKMF  I".
           05 FILLER PIC X(33) VALUE
                     "RCPTHIST    FILIAL      BRANCHMFI".
           05 FILLER PIC X(33) VALUE
                     "RANKHIST    LIVRO       BOOKMF  I".
           05 FILLER PIC X(33) VALUE
                     "EMPMF       DEPARTAMENTODEPTOMF G".
           05 FILLER PIC X(33) VALUE
                     "DEPTOMF     FILIAL      BRANCHMFG".
           05 FILLER PIC X(33) VALUE
                     "SALHIST     MATRICULA   EMPMF   I".
           05 FILLER PIC X(33) VALUE
                     "ABSENCE     MATRICULA   EMPMF   *".
           05 FILLER PIC X(33) VALUE
                     "SALAPPR     MATRICULA   EMPMF   *".
           05 FILLER PIC X(33) VALUE
                     "SALAPPR     DEPARTAMENTODEPTOMF *".
           05 FILLER PIC X(33) VALUE
                     "BANKACK     MATRICULA   EMPMF   I".
           05 FILLER PIC X(33) VALUE
                     "TILL        OPERADOR    USERMF  I".
           05 FILLER PIC X(33) VALUE
                     "CADAUDIT    OPERADOR    USERMF  I".
       01  WS-CHECK-TABLE REDEFINES WS-CHECK-DEFINITIONS.
           05 WS-CHK-DEF OCCURS 25 TIMES.
              10 WS-CHK-ARQUIVO  PIC X(12).
              10 WS-CHK-CAMPO    PIC X(12).
              10 WS-CHK-MESTRE   PIC X(08).
              10 WS-CHK-GRAVE    PIC X(01).
       01  WS-CHECK-COUNTS.
           05 WS-CHK-COUNT OCCURS 25 TIMES.
              10 WS-CHK-LIDOS    PIC 9(09).
              10 WS-CHK-QUEBRAS  PIC 9(07).
              10 WS-CHK-SEM-MESTRE PIC X(01).

      * THE SMALL MASTERS ARE HELD IN ONE TABLE, EACH IN ITS OWN RANGE:
      * 1 AUTHORMF, 2 BRANCHMF, 3 REGIONMF, 4 FORNECMF, 5 CATEGMF,
      * 6 USERMF, 7 DEPTOMF. THE USED FLAG FINDS MASTERS NOTHING
      * POINTS AT.
       01  WS-MASTER-RANGES.
           05 WS-MST-RANGE OCCURS 7 TIMES.
              10 WS-MST-INI      PIC 9(04).
              10 WS-MST-FIM      PIC 9(04).
              10 WS-MST-LIDO     PIC X(01).
       01  WS-CODE-TABLE.
           05 WS-COD-ENTRY OCCURS 1000 TIMES.
              10 WS-COD-VALOR    PIC X(08).
              10 WS-COD-NOME     PIC X(30).
              10 WS-COD-USADO    PIC X(01).
       01  WS-CODE-COUNT         PIC 9(04) VALUE ZEROS.

       01  AUD-SECTION-LINE.
           05 ASL-TEXT           PIC X(100).

       01  AUD-DETAIL-HEADING.
           05 FILLER             PIC X(12) VALUE "ARQUIVO".
           05 FILLER             PIC X(10) VALUE "  REGISTRO".
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE "CAMPO".
           05 FILLER             PIC X(10) VALUE "CHAVE".
           05 FILLER             PIC X(10) VALUE "MESTRE".
           05 FILLER             PIC X(12) VALUE "GRAVIDADE".

       01  AUD-DETAIL-LINE.
           05 ADL-ARQUIVO        PIC X(12).
           05 ADL-REGISTRO       PIC Z(9)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ADL-CAMPO          PIC X(12).
           05 ADL-CHAVE          PIC X(10).
           05 ADL-MESTRE         PIC X(10).
           05 ADL-GRAVIDADE      PIC X(12).

       01  AUD-UNUSED-LINE.
           05 AUL-MESTRE         PIC X(10).
           05 AUL-CODIGO         PIC X(10).
           05 AUL-NOME           PIC X(32).
           05 AUL-MOTIVO         PIC X(30).

       01  AUD-SUMMARY-HEADING.
           05 FILLER             PIC X(12) VALUE "ARQUIVO".
           05 FILLER             PIC X(12) VALUE "CAMPO".
           05 FILLER             PIC X(10) VALUE "MESTRE".
           05 FILLER             PIC X(14) VALUE "   REFERENCIAS".
           05 FILLER             PIC X(12) VALUE "    QUEBRAS".
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE "OBSERVACAO".

       01  AUD-SUMMARY-LINE.
           05 ASM-ARQUIVO        PIC X(12).
           05 ASM-CAMPO          PIC X(12).
           05 ASM-MESTRE         PIC X(10).
           05 ASM-LIDOS          PIC Z(13)9.
           05 ASM-QUEBRAS        PIC Z(11)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ASM-OBS            PIC X(30).

       01  AUD-COUNT-LINE.
           05 ACL-LABEL          PIC X(40).
           05 ACL-COUNT          PIC Z(8)9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0001-500-LOG-START.
           PERFORM 0002-INIT.
           PERFORM 0003-BOOK-MASTER.
           PERFORM 0004-STOCK-AND-ORDERS.
           PERFORM 0005-SALES-HISTORY.
           PERFORM 0006-BOOK-HISTORY.
           PERFORM 0007-STAFF-FILES.
           PERFORM 0008-OPERATOR-FILES.
           PERFORM 0009-UNUSED-MASTERS.
           PERFORM 0010-FINALIZE.
           PERFORM 0001-650-LOG-VOLUMES.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTMF-DAT.
           CALL "DATADIR" USING WS-PTH-EMPMF-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKINV-DAT.
           CALL "DATADIR" USING WS-PTH-POMF-DAT.
           CALL "DATADIR" USING WS-PTH-BACKORD-DAT.
           CALL "DATADIR" USING WS-PTH-BSHIST-DAT.
           CALL "DATADIR" USING WS-PTH-PRICEHIST-DAT.
           CALL "DATADIR" USING WS-PTH-RCPTHIST-DAT.
           CALL "DATADIR" USING WS-PTH-RANKHIST-DAT.
           CALL "DATADIR" USING WS-PTH-SALHIST-DAT.
           CALL "DATADIR" USING WS-PTH-ABSENCE-DAT.
           CALL "DATADIR" USING WS-PTH-SALAPPR-DAT.
           CALL "DATADIR" USING WS-PTH-BANKACK-DAT.
           CALL "DATADIR" USING WS-PTH-TILL-DAT.
           CALL "DATADIR" USING WS-PTH-CADAUDIT-DAT.
           CALL "DATADIR" USING WS-PTH-AUTHORMF-DAT.
           CALL "DATADIR" USING WS-PTH-BRANCHMF-DAT.
           CALL "DATADIR" USING WS-PTH-REGIONMF-DAT.
           CALL "DATADIR" USING WS-PTH-FORNECMF-DAT.
           CALL "DATADIR" USING WS-PTH-CATEGMF-DAT.
           CALL "DATADIR" USING WS-PTH-USERMF-DAT.
           CALL "DATADIR" USING WS-PTH-DEPTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-REFAUDIT-RPT.

       0001-500-LOG-START.
           MOVE "REFAUDIT" TO RLOG-PROGRAM-NAME.
           MOVE "START" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE ZEROS TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-650-LOG-VOLUMES.
           MOVE "REFERENCIAS" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-LIDOS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "GRAVES" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-GRAVES TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "INFORMATIVAS" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-INFORMATIVAS TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.
           MOVE "SEM USO" TO RLOG-STAT-LABEL.
           MOVE WS-TOTAL-SEM-USO TO RLOG-STAT-COUNT.
           PERFORM 0001-680-LOG-ONE-STAT.

       0001-680-LOG-ONE-STAT.
           MOVE "REFAUDIT" TO RLOG-PROGRAM-NAME.
           MOVE "STATS" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

       0001-600-LOG-END.
           MOVE "REFAUDIT" TO RLOG-PROGRAM-NAME.
           MOVE "END" TO RLOG-EVENT.
           ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RLOG-RUN-TIME FROM TIME.
           MOVE RETURN-CODE TO RLOG-RETURN-CODE.
           CALL "RUNLOG" USING RLOG-RECORD.

      ******************************************************************
      * LOAD THE SMALL MASTERS, OPEN THE KEYED ONES AND START THE
      * REPORT.
      ******************************************************************
       0002-INIT.
           ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD.
           INITIALIZE WS-CHECK-COUNTS WS-MASTER-RANGES.
           PERFORM 0002-100-LOAD-AUTHORS.
           PERFORM 0002-150-LOAD-BRANCHES.
           PERFORM 0002-200-LOAD-REGIONS.
           PERFORM 0002-250-LOAD-SUPPLIERS.
           PERFORM 0002-300-LOAD-CATEGORIES.
           PERFORM 0002-350-LOAD-USERS.
           PERFORM 0002-400-LOAD-DEPARTMENTS.
           OPEN INPUT BOOKMASTERFILE.
           IF WS-BMF-STATUS-OK
               SET WS-BMF-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR BOOKMF.DAT - STATUS '
                   WS-BMF-STATUS
               ADD 1 TO WS-MESTRES-FALTANDO
           END-IF.
           OPEN INPUT CLIENTMASTERFILE.
           IF WS-CLI-STATUS-OK
               SET WS-CLI-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR CUSTMF.DAT - STATUS '
                   WS-CLI-STATUS
               ADD 1 TO WS-MESTRES-FALTANDO
           END-IF.
           OPEN INPUT EMPLOYEEMASTERFILE.
           IF WS-EMP-STATUS-OK
               SET WS-EMP-OPENED TO TRUE
           ELSE
               DISPLAY 'ERRO AO ABRIR EMPMF.DAT - STATUS '
                   WS-EMP-STATUS
               ADD 1 TO WS-MESTRES-FALTANDO
           END-IF.
           OPEN OUTPUT AUDITREPORTFILE.
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE.
           MOVE "AUDITORIA DE INTEGRIDADE REFERENCIAL" TO RPT-BH-TITLE.
           WRITE WS-AUD-RPT-LINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE WS-AUD-RPT-LINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE WS-AUD-RPT-LINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE "REFERENCIAS SEM CADASTRO NO MESTRE" TO ASL-TEXT.
           WRITE WS-AUD-RPT-LINE FROM AUD-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE WS-AUD-RPT-LINE FROM AUD-DETAIL-HEADING
               AFTER ADVANCING 2 LINES.

       0002-100-LOAD-AUTHORS.
           MOVE 1 TO MX.
           PERFORM 0002-900-BEGIN-MASTER.
           OPEN INPUT AUTHORMASTERFILE.
           IF WS-AUTMF-STATUS-OK
               MOVE "Y" TO WS-MST-LIDO(MX)
               READ AUTHORMASTERFILE
                   AT END SET ENDOFAUTHORMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFAUTHORMF
                   MOVE AMF-ID-X TO WS-BUSCA-VALOR
                   MOVE AMF-NAME TO WS-BUSCA-NOME
                   PERFORM 0002-950-STORE-CODE
                   READ AUTHORMASTERFILE
                       AT END SET ENDOFAUTHORMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUTHORMASTERFILE
           END-IF.

       0002-150-LOAD-BRANCHES.
           MOVE 2 TO MX.
           PERFORM 0002-900-BEGIN-MASTER.
           OPEN INPUT BRANCHMASTERFILE.
           IF WS-BRM-STATUS-OK
               MOVE "Y" TO WS-MST-LIDO(MX)
               READ BRANCHMASTERFILE
                   AT END SET ENDOFBRANCHMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFBRANCHMF
                   MOVE BRM-CODE TO WS-BUSCA-VALOR
                   MOVE BRM-NAME TO WS-BUSCA-NOME
                   PERFORM 0002-950-STORE-CODE
                   READ BRANCHMASTERFILE
                       AT END SET ENDOFBRANCHMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BRANCHMASTERFILE
           END-IF.

       0002-200-LOAD-REGIONS.
           MOVE 3 TO MX.
           PERFORM 0002-900-BEGIN-MASTER.
           OPEN INPUT REGIONMASTERFILE.
           IF WS-REGMF-STATUS-OK
               MOVE "Y" TO WS-MST-LIDO(MX)
               READ REGIONMASTERFILE
                   AT END SET ENDOFREGMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFREGMF
                   MOVE RMF-CODE TO WS-BUSCA-VALOR
                   MOVE RMF-NAME TO WS-BUSCA-NOME
                   PERFORM 0002-950-STORE-CODE
                   READ REGIONMASTERFILE
                       AT END SET ENDOFREGMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REGIONMASTERFILE
           END-IF.

       0002-250-LOAD-SUPPLIERS.
           MOVE 4 TO MX.
           PERFORM 0002-900-BEGIN-MASTER.
           OPEN INPUT FORNECMFFILE.
           IF WS-FORN-STATUS-OK
               MOVE "Y" TO WS-MST-LIDO(MX)
               READ FORNECMFFILE
                   AT END SET ENDOFFORNECMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFORNECMF
                   MOVE FORN-CODIGO TO WS-BUSCA-VALOR
                   MOVE FORN-NOME TO WS-BUSCA-NOME
                   PERFORM 0002-950-STORE-CODE
                   READ FORNECMFFILE
                       AT END SET ENDOFFORNECMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FORNECMFFILE
           END-IF.

       0002-300-LOAD-CATEGORIES.
           MOVE 5 TO MX.
           PERFORM 0002-900-BEGIN-MASTER.
           OPEN INPUT CATEGORYMASTERFILE.
           IF WS-CATMF-STATUS-OK
               MOVE "Y" TO WS-MST-LIDO(MX)
               READ CATEGORYMASTERFILE
                   AT END SET ENDOFCATEGMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCATEGMF
                   MOVE CMF-CODE TO WS-BUSCA-VALOR
                   MOVE CMF-DESCRIPTION TO WS-BUSCA-NOME
                   PERFORM 0002-950-STORE-CODE
                   READ CATEGORYMASTERFILE
                       AT END SET ENDOFCATEGMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CATEGORYMASTERFILE
           END-IF.

       0002-350-LOAD-USERS.
           MOVE 6 TO MX.
           PERFORM 0002-900-BEGIN-MASTER.
           OPEN INPUT USERMASTERFILE.
           IF WS-USR-STATUS-OK
               MOVE "Y" TO WS-MST-LIDO(MX)
               READ USERMASTERFILE
                   AT END SET ENDOFUSERMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFUSERMF
                   MOVE USR-ID TO WS-BUSCA-VALOR
                   MOVE USR-NAME TO WS-BUSCA-NOME
                   PERFORM 0002-950-STORE-CODE
                   READ USERMASTERFILE
                       AT END SET ENDOFUSERMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE USERMASTERFILE
           END-IF.

       0002-400-LOAD-DEPARTMENTS.
           MOVE 7 TO MX.
           PERFORM 0002-900-BEGIN-MASTER.
           OPEN INPUT DEPTOMFFILE.
           IF WS-DEP-STATUS-OK
               MOVE "Y" TO WS-MST-LIDO(MX)
               READ DEPTOMFFILE
                   AT END SET ENDOFDEPTOMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFDEPTOMF
                   MOVE DEPTOMF-CODIGO TO WS-BUSCA-VALOR
                   MOVE DEPTOMF-NOME TO WS-BUSCA-NOME
                   PERFORM 0002-950-STORE-CODE
                   READ DEPTOMFFILE
                       AT END SET ENDOFDEPTOMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEPTOMFFILE
           END-IF.

       0002-900-BEGIN-MASTER.
           COMPUTE WS-MST-INI(MX) = WS-CODE-COUNT + 1.
           MOVE WS-CODE-COUNT TO WS-MST-FIM(MX).
           MOVE "N" TO WS-MST-LIDO(MX).

       0002-950-STORE-CODE.
           IF WS-BUSCA-VALOR NOT = SPACES
               IF WS-CODE-COUNT < 999
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-BUSCA-VALOR TO WS-COD-VALOR(WS-CODE-COUNT)
                   MOVE WS-BUSCA-NOME TO WS-COD-NOME(WS-CODE-COUNT)
                   MOVE "N" TO WS-COD-USADO(WS-CODE-COUNT)
                   MOVE WS-CODE-COUNT TO WS-MST-FIM(MX)
               ELSE
                   DISPLAY 'AVISO: LIMITE DE 999 CODIGOS DE CADASTRO - '
                       WS-BUSCA-VALOR ' NAO CARREGADO'
               END-IF
           END-IF.

      ******************************************************************
      * THE BOOK MASTER'S OWN REFERENCES: AUTHOR, SUPPLIER, CATEGORY.
      ******************************************************************
       0003-BOOK-MASTER.
           IF WS-BMF-OPENED
               MOVE ZEROS TO WS-RECNO
               MOVE LOW-VALUES TO BMF-BOOKNUM
               START BOOKMASTERFILE KEY IS NOT LESS THAN BMF-BOOKNUM
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
                   NOT INVALID KEY MOVE "N" TO WS-EOF-SW
               END-START
               PERFORM 0003-100-READ-BOOK
               PERFORM UNTIL WS-EOF
                   PERFORM 0003-200-CHECK-BOOK
                   PERFORM 0003-100-READ-BOOK
               END-PERFORM
           END-IF.

       0003-100-READ-BOOK.
           IF NOT WS-EOF
               READ BOOKMASTERFILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END ADD 1 TO WS-RECNO
               END-READ
           END-IF.

       0003-200-CHECK-BOOK.
           IF BMF-AUTHORID-X NOT = SPACES AND BMF-AUTHORID-X
              NOT = ZEROS
               MOVE 1 TO KX MX
               MOVE BMF-AUTHORID-X TO WS-BUSCA-VALOR
               MOVE "G" TO WS-DNG-GRAVE
               PERFORM 0100-CHECK-CODE
           END-IF.
           IF BMF-FORNECEDOR NOT = SPACES
               MOVE 2 TO KX
               MOVE 4 TO MX
               MOVE BMF-FORNECEDOR TO WS-BUSCA-VALOR
               MOVE "G" TO WS-DNG-GRAVE
               PERFORM 0100-CHECK-CODE
           END-IF.
           IF BMF-CATEGORIA NOT = SPACES
               MOVE 3 TO KX
               MOVE 5 TO MX
               MOVE BMF-CATEGORIA TO WS-BUSCA-VALOR
               MOVE "G" TO WS-DNG-GRAVE
               PERFORM 0100-CHECK-CODE
           END-IF.

      ******************************************************************
      * STOCK, PURCHASE ORDERS AND BACKORDERS.
      ******************************************************************
       0004-STOCK-AND-ORDERS.
           OPEN INPUT BOOKINVENTORYFILE.
           IF WS-BIF-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               MOVE "N" TO WS-EOF-SW
               PERFORM 0004-100-READ-STOCK
               PERFORM UNTIL WS-EOF
                   MOVE 4 TO KX
                   MOVE BIF-BOOKNUM TO WS-BUSCA-VALOR
                   MOVE "G" TO WS-DNG-GRAVE
                   PERFORM 0110-CHECK-BOOK
                   IF BIF-FILIAL NOT = SPACES
                       MOVE 5 TO KX
                       MOVE 2 TO MX
                       MOVE BIF-FILIAL TO WS-BUSCA-VALOR
                       PERFORM 0100-CHECK-CODE
                   END-IF
                   PERFORM 0004-100-READ-STOCK
               END-PERFORM
               CLOSE BOOKINVENTORYFILE
           END-IF.
           OPEN INPUT POMASTERFILE.
           IF WS-POMF-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               MOVE "N" TO WS-EOF-SW
               PERFORM 0004-200-READ-ORDER
               PERFORM UNTIL WS-EOF
                   IF PO-FECHADA
                       MOVE "I" TO WS-DNG-GRAVE
                   ELSE
                       MOVE "G" TO WS-DNG-GRAVE
                   END-IF
                   MOVE 6 TO KX
                   MOVE PO-BOOKNUM TO WS-BUSCA-VALOR
                   PERFORM 0110-CHECK-BOOK
                   IF PO-FORNECEDOR NOT = SPACES
                       MOVE 7 TO KX
                       MOVE 4 TO MX
                       MOVE PO-FORNECEDOR TO WS-BUSCA-VALOR
                       PERFORM 0100-CHECK-CODE
                   END-IF
                   PERFORM 0004-200-READ-ORDER
               END-PERFORM
               CLOSE POMASTERFILE
           END-IF.
           OPEN INPUT BACKORDERFILE.
           IF WS-BOF-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ BACKORDERFILE
                   AT END SET ENDOFBACKORD TO TRUE
               END-READ
               PERFORM UNTIL ENDOFBACKORD
                   ADD 1 TO WS-RECNO
                   IF BO-ABERTA
                       MOVE "G" TO WS-DNG-GRAVE
                   ELSE
                       MOVE "I" TO WS-DNG-GRAVE
                   END-IF
                   MOVE 8 TO KX
                   MOVE BO-BOOKNUM TO WS-BUSCA-VALOR
                   PERFORM 0110-CHECK-BOOK
                   MOVE 9 TO KX
                   MOVE BO-CLIENTEID TO WS-BUSCA-VALOR
                   PERFORM 0120-CHECK-CUSTOMER
                   READ BACKORDERFILE
                       AT END SET ENDOFBACKORD TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BACKORDERFILE
           END-IF.

       0004-100-READ-STOCK.
           READ BOOKINVENTORYFILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-RECNO
           END-READ.

       0004-200-READ-ORDER.
           READ POMASTERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-RECNO
           END-READ.

      ******************************************************************
      * SALES HISTORY: BOOK, CUSTOMER AND REGION OF EVERY SALE.
      ******************************************************************
       0005-SALES-HISTORY.
           OPEN INPUT HISTORYFILE.
           IF WS-HIST-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ HISTORYFILE
                   AT END SET ENDOFHISTORY TO TRUE
               END-READ
               PERFORM UNTIL ENDOFHISTORY
                   ADD 1 TO WS-RECNO
                   MOVE "I" TO WS-DNG-GRAVE
                   MOVE 10 TO KX
                   MOVE HIST-BOOKNUM TO WS-BUSCA-VALOR
                   PERFORM 0110-CHECK-BOOK
                   MOVE 11 TO KX
                   MOVE HIST-CLIENTEID TO WS-BUSCA-VALOR
                   PERFORM 0120-CHECK-CUSTOMER
                   IF HIST-REGION NOT = SPACES
                       MOVE 12 TO KX
                       MOVE 3 TO MX
                       MOVE HIST-REGION TO WS-BUSCA-VALOR
                       PERFORM 0100-CHECK-CODE
                   END-IF
                   READ HISTORYFILE
                       AT END SET ENDOFHISTORY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORYFILE
           END-IF.

      ******************************************************************
      * PRICE, RECEIPT AND RANKING HISTORY.
      ******************************************************************
       0006-BOOK-HISTORY.
           MOVE "I" TO WS-DNG-GRAVE.
           OPEN INPUT PRICEHISTFILE.
           IF WS-PHIST-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ PRICEHISTFILE
                   AT END SET ENDOFPRICEHIST TO TRUE
               END-READ
               PERFORM UNTIL ENDOFPRICEHIST
                   ADD 1 TO WS-RECNO
                   MOVE 13 TO KX
                   MOVE PHIST-BOOKNUM TO WS-BUSCA-VALOR
                   PERFORM 0110-CHECK-BOOK
                   READ PRICEHISTFILE
                       AT END SET ENDOFPRICEHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRICEHISTFILE
           END-IF.
           OPEN INPUT RCPTHISTFILE.
           IF WS-RHIST-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ RCPTHISTFILE
                   AT END SET ENDOFRCPTHIST TO TRUE
               END-READ
               PERFORM UNTIL ENDOFRCPTHIST
                   ADD 1 TO WS-RECNO
                   MOVE 14 TO KX
                   MOVE RHIST-BOOKNUM TO WS-BUSCA-VALOR
                   PERFORM 0110-CHECK-BOOK
                   IF RHIST-FILIAL NOT = SPACES
                       MOVE 15 TO KX
                       MOVE 2 TO MX
                       MOVE RHIST-FILIAL TO WS-BUSCA-VALOR
                       PERFORM 0100-CHECK-CODE
                   END-IF
                   READ RCPTHISTFILE
                       AT END SET ENDOFRCPTHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RCPTHISTFILE
           END-IF.
           OPEN INPUT RANKHISTORYFILE.
           IF WS-RANKHIST-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ RANKHISTORYFILE
                   AT END SET ENDOFRANKHIST TO TRUE
               END-READ
               PERFORM UNTIL ENDOFRANKHIST
                   ADD 1 TO WS-RECNO
                   MOVE 16 TO KX
                   MOVE RHF-BOOKNUM TO WS-BUSCA-VALOR
                   PERFORM 0110-CHECK-BOOK
                   READ RANKHISTORYFILE
                       AT END SET ENDOFRANKHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RANKHISTORYFILE
           END-IF.

      ******************************************************************
      * EMPLOYEES, DEPARTMENTS AND THE PAYROLL-SIDE FILES.
      ******************************************************************
       0007-STAFF-FILES.
           IF WS-EMP-OPENED
               MOVE ZEROS TO WS-RECNO
               MOVE ZEROS TO WS-EMP-MATRICULA
               START EMPLOYEEMASTERFILE
                   KEY IS NOT LESS THAN WS-EMP-MATRICULA
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
                   NOT INVALID KEY MOVE "N" TO WS-EOF-SW
               END-START
               PERFORM 0007-100-READ-EMPLOYEE
               PERFORM UNTIL WS-EOF
                   IF WS-EMP-DEPTO NOT = SPACES
                       MOVE 17 TO KX
                       MOVE 7 TO MX
                       MOVE WS-EMP-DEPTO TO WS-BUSCA-VALOR
                       MOVE "G" TO WS-DNG-GRAVE
                       PERFORM 0100-CHECK-CODE
                   END-IF
                   PERFORM 0007-100-READ-EMPLOYEE
               END-PERFORM
           END-IF.
           OPEN INPUT DEPTOMFFILE.
           IF WS-DEP-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ DEPTOMFFILE
                   AT END SET ENDOFDEPTOMF TO TRUE
               END-READ
               PERFORM UNTIL ENDOFDEPTOMF
                   ADD 1 TO WS-RECNO
                   IF DEPTOMF-FILIAL NOT = SPACES
                       MOVE 18 TO KX
                       MOVE 2 TO MX
                       MOVE DEPTOMF-FILIAL TO WS-BUSCA-VALOR
                       MOVE "G" TO WS-DNG-GRAVE
                       PERFORM 0100-CHECK-CODE
                   END-IF
                   READ DEPTOMFFILE
                       AT END SET ENDOFDEPTOMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEPTOMFFILE
           END-IF.
           OPEN INPUT SALHISTFILE.
           IF WS-SALH-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ SALHISTFILE
                   AT END SET ENDOFSALHIST TO TRUE
               END-READ
               PERFORM UNTIL ENDOFSALHIST
                   ADD 1 TO WS-RECNO
                   MOVE 19 TO KX
                   MOVE "I" TO WS-DNG-GRAVE
                   MOVE SH-MATRICULA-X TO WS-BUSCA-VALOR
                   PERFORM 0130-CHECK-EMPLOYEE
                   READ SALHISTFILE
                       AT END SET ENDOFSALHIST TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SALHISTFILE
           END-IF.
           OPEN INPUT ABSENCEFILE.
           IF WS-ABS-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ ABSENCEFILE
                   AT END SET ENDOFABSENCE TO TRUE
               END-READ
               PERFORM UNTIL ENDOFABSENCE
                   ADD 1 TO WS-RECNO
                   MOVE 20 TO KX
                   IF AB-ABERTA
                       MOVE "G" TO WS-DNG-GRAVE
                   ELSE
                       MOVE "I" TO WS-DNG-GRAVE
                   END-IF
                   MOVE AB-MATRICULA-X TO WS-BUSCA-VALOR
                   PERFORM 0130-CHECK-EMPLOYEE
                   READ ABSENCEFILE
                       AT END SET ENDOFABSENCE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ABSENCEFILE
           END-IF.
           OPEN INPUT SALAPPRFILE.
           IF WS-APR-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ SALAPPRFILE
                   AT END SET ENDOFSALAPPR TO TRUE
               END-READ
               PERFORM UNTIL ENDOFSALAPPR
                   ADD 1 TO WS-RECNO
                   PERFORM 0007-200-CHECK-APPROVAL
                   READ SALAPPRFILE
                       AT END SET ENDOFSALAPPR TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SALAPPRFILE
           END-IF.
           OPEN INPUT BANKACKFILE.
           IF WS-ACK-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ BANKACKFILE
                   AT END SET ENDOFACK TO TRUE
               END-READ
               PERFORM UNTIL ENDOFACK
                   ADD 1 TO WS-RECNO
                   MOVE 23 TO KX
                   MOVE "I" TO WS-DNG-GRAVE
                   MOVE ACK-MATRICULA-X TO WS-BUSCA-VALOR
                   PERFORM 0130-CHECK-EMPLOYEE
                   READ BANKACKFILE
                       AT END SET ENDOFACK TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BANKACKFILE
           END-IF.

       0007-100-READ-EMPLOYEE.
           IF NOT WS-EOF
               READ EMPLOYEEMASTERFILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END ADD 1 TO WS-RECNO
               END-READ
           END-IF.

      * A PENDING INCLUSION NAMES AN EMPLOYEE WHO DOES NOT EXIST YET;
      * ONLY ITS DEPARTMENT IS CHECKED. PENDING REQUESTS ARE SERIOUS,
      * DECIDED ONES ARE HISTORY - EXCEPT AN APPROVED INCLUSION, WHOSE
      * EMPLOYEE SHOULD BE ON EMPMF BY NOW.
       0007-200-CHECK-APPROVAL.
           IF AP-PENDENTE
               MOVE "G" TO WS-DNG-GRAVE
           ELSE
               MOVE "I" TO WS-DNG-GRAVE
           END-IF.
           IF NOT (AP-INCLUSAO AND AP-PENDENTE)
               MOVE 21 TO KX
               IF AP-INCLUSAO AND AP-APROVADO
                   MOVE "G" TO WS-DNG-GRAVE
               END-IF
               MOVE AP-MATRICULA-X TO WS-BUSCA-VALOR
               PERFORM 0130-CHECK-EMPLOYEE
           END-IF.
           IF AP-DEPTO NOT = SPACES
               IF AP-PENDENTE
                   MOVE "G" TO WS-DNG-GRAVE
               ELSE
                   MOVE "I" TO WS-DNG-GRAVE
               END-IF
               MOVE 22 TO KX
               MOVE 7 TO MX
               MOVE AP-DEPTO TO WS-BUSCA-VALOR
               PERFORM 0100-CHECK-CODE
           END-IF.

      ******************************************************************
      * OPERATOR IDS ON THE TILL ROLL AND THE CADASTRO AUDIT TRAIL.
      ******************************************************************
       0008-OPERATOR-FILES.
           MOVE "I" TO WS-DNG-GRAVE.
           MOVE 6 TO MX.
           OPEN INPUT TILLFILE.
           IF WS-TIL-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ TILLFILE
                   AT END SET ENDOFTILL TO TRUE
               END-READ
               PERFORM UNTIL ENDOFTILL
                   ADD 1 TO WS-RECNO
                   IF TILL-OPER NOT = SPACES
                       MOVE 24 TO KX
                       MOVE TILL-OPER TO WS-BUSCA-VALOR
                       PERFORM 0100-CHECK-CODE
                   END-IF
                   READ TILLFILE
                       AT END SET ENDOFTILL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TILLFILE
           END-IF.
           OPEN INPUT CADAUDITFILE.
           IF WS-AUD-STATUS-OK
               MOVE ZEROS TO WS-RECNO
               READ CADAUDITFILE
                   AT END SET ENDOFCADAUDIT TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCADAUDIT
                   ADD 1 TO WS-RECNO
                   IF CADAUD-OPERATOR NOT = SPACES
                       MOVE 25 TO KX
                       MOVE CADAUD-OPERATOR TO WS-BUSCA-VALOR
                       PERFORM 0100-CHECK-CODE
                   END-IF
                   READ CADAUDITFILE
                       AT END SET ENDOFCADAUDIT TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CADAUDITFILE
           END-IF.

      ******************************************************************
      * MASTERS NOTHING POINTS AT.
      ******************************************************************
       0009-UNUSED-MASTERS.
           MOVE "CADASTROS SEM NENHUMA REFERENCIA (INFORMATIVO)"
               TO ASL-TEXT.
           WRITE WS-AUD-RPT-LINE FROM AUD-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO WS-AUD-RPT-LINE.
           WRITE WS-AUD-RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 1 TO MX.
           MOVE "AUTHORMF" TO AUL-MESTRE.
           MOVE "AUTOR SEM LIVROS" TO AUL-MOTIVO.
           PERFORM 0009-100-LIST-UNUSED
               VARYING CX FROM WS-MST-INI(MX) BY 1
               UNTIL CX > WS-MST-FIM(MX).
           MOVE 2 TO MX.
           MOVE "BRANCHMF" TO AUL-MESTRE.
           MOVE "FILIAL SEM ESTOQUE" TO AUL-MOTIVO.
           PERFORM 0009-100-LIST-UNUSED
               VARYING CX FROM WS-MST-INI(MX) BY 1
               UNTIL CX > WS-MST-FIM(MX).
           MOVE 4 TO MX.
           MOVE "FORNECMF" TO AUL-MESTRE.
           MOVE "FORNECEDOR SEM LIVROS/PEDIDOS" TO AUL-MOTIVO.
           PERFORM 0009-100-LIST-UNUSED
               VARYING CX FROM WS-MST-INI(MX) BY 1
               UNTIL CX > WS-MST-FIM(MX).
           MOVE 5 TO MX.
           MOVE "CATEGMF" TO AUL-MESTRE.
           MOVE "CATEGORIA SEM LIVROS" TO AUL-MOTIVO.
           PERFORM 0009-100-LIST-UNUSED
               VARYING CX FROM WS-MST-INI(MX) BY 1
               UNTIL CX > WS-MST-FIM(MX).

       0009-100-LIST-UNUSED.
           IF WS-COD-USADO(CX) NOT = "Y"
               MOVE WS-COD-VALOR(CX) TO AUL-CODIGO
               MOVE WS-COD-NOME(CX) TO AUL-NOME
               WRITE WS-AUD-RPT-LINE FROM AUD-UNUSED-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-TOTAL-SEM-USO
           END-IF.

      ******************************************************************
      * SUMMARY BY CHECK AND THE RETURN CODE FOR THE DRIVER.
      ******************************************************************
       0010-FINALIZE.
           MOVE "RESUMO POR REFERENCIA" TO ASL-TEXT.
           WRITE WS-AUD-RPT-LINE FROM AUD-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE WS-AUD-RPT-LINE FROM AUD-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 0010-100-PRINT-CHECK
               VARYING KX FROM 1 BY 1 UNTIL KX > 25.
           MOVE "REFERENCIAS VERIFICADAS:" TO ACL-LABEL.
           MOVE WS-TOTAL-LIDOS TO ACL-COUNT.
           WRITE WS-AUD-RPT-LINE FROM AUD-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "QUEBRAS GRAVES:" TO ACL-LABEL.
           MOVE WS-TOTAL-GRAVES TO ACL-COUNT.
           WRITE WS-AUD-RPT-LINE FROM AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "QUEBRAS INFORMATIVAS:" TO ACL-LABEL.
           MOVE WS-TOTAL-INFORMATIVAS TO ACL-COUNT.
           WRITE WS-AUD-RPT-LINE FROM AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CADASTROS SEM REFERENCIA:" TO ACL-LABEL.
           MOVE WS-TOTAL-SEM-USO TO ACL-COUNT.
           WRITE WS-AUD-RPT-LINE FROM AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "MESTRES QUE NAO PUDERAM SER LIDOS:" TO ACL-LABEL.
           MOVE WS-MESTRES-FALTANDO TO ACL-COUNT.
           WRITE WS-AUD-RPT-LINE FROM AUD-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-AUD-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE AUDITREPORTFILE.
           IF WS-BMF-OPENED
               CLOSE BOOKMASTERFILE
           END-IF.
           IF WS-CLI-OPENED
               CLOSE CLIENTMASTERFILE
           END-IF.
           IF WS-EMP-OPENED
               CLOSE EMPLOYEEMASTERFILE
           END-IF.
           IF WS-TOTAL-GRAVES > ZEROS OR WS-MESTRES-FALTANDO > ZEROS
               DISPLAY 'AUDITORIA DE INTEGRIDADE: ' WS-TOTAL-GRAVES
                   ' QUEBRA(S) GRAVE(S), ' WS-MESTRES-FALTANDO
                   ' MESTRE(S) ILEGIVEL(IS) - VER REFAUDIT.RPT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'AUDITORIA DE INTEGRIDADE REFERENCIAL CONCLUIDA'
           END-IF.

       0010-100-PRINT-CHECK.
           MOVE WS-CHK-ARQUIVO(KX) TO ASM-ARQUIVO.
           MOVE WS-CHK-CAMPO(KX) TO ASM-CAMPO.
           MOVE WS-CHK-MESTRE(KX) TO ASM-MESTRE.
           MOVE WS-CHK-LIDOS(KX) TO ASM-LIDOS.
           MOVE WS-CHK-QUEBRAS(KX) TO ASM-QUEBRAS.
           ADD WS-CHK-LIDOS(KX) TO WS-TOTAL-LIDOS.
           MOVE SPACES TO ASM-OBS.
           IF WS-CHK-SEM-MESTRE(KX) = "Y"
               MOVE "MESTRE INDISPONIVEL" TO ASM-OBS
           END-IF.
           WRITE WS-AUD-RPT-LINE FROM AUD-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * SHARED LOOKUPS. KX IS THE CHECK, WS-BUSCA-VALOR THE KEY AND
      * WS-DNG-GRAVE THE SEVERITY IF IT IS NOT FOUND.
      ******************************************************************
      * ONE OF THE SMALL MASTERS (MX). A HIT MARKS THE CODE AS USED,
      * EXCEPT THAT A BRANCH COUNTS AS USED ONLY WHILE IT HOLDS STOCK.
       0100-CHECK-CODE.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-MST-LIDO(MX) NOT = "Y"
               MOVE "Y" TO WS-CHK-SEM-MESTRE(KX)
               GO TO 0100-CHECK-CODE-EXIT
           END-IF.
           ADD 1 TO WS-CHK-LIDOS(KX).
           PERFORM 0100-100-SCAN-CODE
               VARYING CX FROM WS-MST-INI(MX) BY 1
               UNTIL CX > WS-MST-FIM(MX)
                  OR WS-COD-VALOR(CX) = WS-BUSCA-VALOR.
           IF CX > WS-MST-FIM(MX)
               PERFORM 0900-DANGLING
           ELSE
               SET WS-FOUND TO TRUE
               IF MX NOT = 2 OR (KX = 5 AND BIF-ONHAND > ZEROS)
                   MOVE "Y" TO WS-COD-USADO(CX)
               END-IF
           END-IF.
       0100-CHECK-CODE-EXIT.
           EXIT.

       0100-100-SCAN-CODE.
           CONTINUE.

      * THE BOOK MASTER, BY KEY.
       0110-CHECK-BOOK.
           IF NOT WS-BMF-OPENED
               MOVE "Y" TO WS-CHK-SEM-MESTRE(KX)
           ELSE
           IF WS-BUSCA-VALOR NOT = SPACES
               ADD 1 TO WS-CHK-LIDOS(KX)
               MOVE WS-BUSCA-VALOR TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY PERFORM 0900-DANGLING
               END-READ
           END-IF
           END-IF.

      * THE CUSTOMER MASTER. BLANK (NO CUSTOMER) AND THE ERASED-DATA
      * TOMBSTONE ARE NOT REFERENCES.
       0120-CHECK-CUSTOMER.
           IF NOT WS-CLI-OPENED
               MOVE "Y" TO WS-CHK-SEM-MESTRE(KX)
           ELSE
           IF WS-BUSCA-VALOR NOT = SPACES
              AND WS-BUSCA-VALOR(1:6) NOT = WS-ID-ELIMINADO
               ADD 1 TO WS-CHK-LIDOS(KX)
               IF WS-BUSCA-VALOR(1:6) IS NOT NUMERIC
                   PERFORM 0900-DANGLING
               ELSE
                   MOVE WS-BUSCA-VALOR(1:6) TO CLI-CLIENTEID
                   READ CLIENTMASTERFILE
                       INVALID KEY PERFORM 0900-DANGLING
                   END-READ
               END-IF
           END-IF
           END-IF.

      * THE EMPLOYEE MASTER.
       0130-CHECK-EMPLOYEE.
           IF NOT WS-EMP-OPENED
               MOVE "Y" TO WS-CHK-SEM-MESTRE(KX)
           ELSE
               ADD 1 TO WS-CHK-LIDOS(KX)
               IF WS-BUSCA-VALOR(1:6) IS NOT NUMERIC
                   PERFORM 0900-DANGLING
               ELSE
                   MOVE WS-BUSCA-VALOR(1:6) TO WS-EMP-MATRICULA
                   READ EMPLOYEEMASTERFILE
                       INVALID KEY PERFORM 0900-DANGLING
                   END-READ
               END-IF
           END-IF.

      * ONE DETAIL LINE PER DANGLING REFERENCE.
       0900-DANGLING.
           ADD 1 TO WS-CHK-QUEBRAS(KX).
           MOVE WS-CHK-ARQUIVO(KX) TO ADL-ARQUIVO.
           MOVE WS-RECNO TO ADL-REGISTRO.
           MOVE WS-CHK-CAMPO(KX) TO ADL-CAMPO.
           MOVE WS-BUSCA-VALOR TO ADL-CHAVE.
           MOVE WS-CHK-MESTRE(KX) TO ADL-MESTRE.
           IF WS-DNG-GRAVE = "G"
               MOVE "GRAVE" TO ADL-GRAVIDADE
               ADD 1 TO WS-TOTAL-GRAVES
           ELSE
               MOVE "INFORMATIVA" TO ADL-GRAVIDADE
               ADD 1 TO WS-TOTAL-INFORMATIVAS
           END-IF.
           WRITE WS-AUD-RPT-LINE FROM AUD-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM REFAUDIT.
