      *              WARNING. THE PRINTABLE LISTING GOES TO GLEXT.RPT
      *              AND THE LEDGER ENTRY BECOMES A FILE TRANSFER
      *              INSTEAD OF AN AFTERNOON OF TYPING.
      * 15/10/2026 - THE COST-OF-SALES AGAINST STOCK PAIR NOW VALUES
      *              THE NET COPIES AT THE TITLE'S MOVING-AVERAGE COST
      *              FROM CUSTOMF.DAT INSTEAD OF THE SELLING PRICE. A
      *              TITLE WITH NO AVERAGE COST YET STILL FALLS BACK
      *              TO BMF-PRICE SO THE PAIR IS NEVER SHORT, AND
      *              THOSE LINES ARE COUNTED ON GLEXT.RPT FOR FINANCE.
      * 15/10/2026 - SUPPLIER INVOICES APPROVED TONIGHT BY NFMATCH
      *              (NFAPROV.DAT RECORDS WITH TODAY'S APPROVAL DATE)
      *              NOW BECOME THE PAYABLES PAIR, ONE PER INVOICE: A
      *              DEBIT TO STOCK AND A CREDIT TO THE SUPPLIERS
      *              ACCOUNT (GLMAPCTL KEYS ESTOQUE AND FORNEC).
      * 15/10/2026 - STOCK WRITE-OFFS POSTED TONIGHT BY PERDAPOST
      *              (PERDAADJ.DAT RECORDS WITH TODAY'S POSTING DATE)
      *              NOW BECOME THE SHRINKAGE PAIR, ONE PER REASON: A
      *              DEBIT TO THE SHRINKAGE EXPENSE ACCOUNT AND A CREDIT
      *              TO STOCK, AT COST (GLMAPCTL KEYS PERDAS AND
      *              ESTOQUE).
      * 15/10/2026 - GIFT VOUCHER MOVEMENTS DATED TODAY ON
      *              VALETRANS.DAT NOW BECOME ONE PAIR PER KIND, WITH
      *              THE VOUCHERS HELD AS A LIABILITY (GLMAPCTL KEY
      *              VALES), NEVER AS REVENUE: VOUCHERS SOLD DEBIT
      *              CASH (CAIXA) AND CREDIT THE LIABILITY; STORE
      *              CREDIT GIVEN FOR A RETURN DEBITS RECEIVABLES
      *              (CONTAREC) AND CREDITS THE LIABILITY; VOUCHERS
      *              TAKEN AS PAYMENT DEBIT THE LIABILITY AND CREDIT
      *              RECEIVABLES; BALANCES WRITTEN OFF AT EXPIRY BY
      *              VALERPT DEBIT THE LIABILITY AND CREDIT VOUCHER
      *              BREAKAGE INCOME (VALEEXP).
      * 15/10/2026 - THE RECEIVABLES ACCOUNT NOW HOLDS ONLY WHAT
      *              ON-ACCOUNT CLIENTS OWE. EACH REVTRANS MONTH NOW
      *              DEBITS THE COUNTER TAKINGS (CAIXA) INSTEAD OF
      *              RECEIVABLES, AND SO DO THE STORE-CREDIT AND
      *              VOUCHER-REDEMPTION PAIRS, WHICH USED RECEIVABLES
      *              AS THE SAME BALANCING FIGURE. TODAY'S MOVEMENTS ON
      *              THE CUSTOMER LEDGER CLIMOVTO.DAT BECOME TWO PAIRS:
      *              SALES PUT ON ACCOUNT DEBIT RECEIVABLES (CONTAREC)
      *              AND CREDIT CAIXA, CLIENT PAYMENTS DEBIT CAIXA AND
      *              CREDIT RECEIVABLES. GLEXT.RPT ENDS WITH THE
      *              RECEIVABLES BALANCE ON THE LEDGER, FOR FINANCE TO
      *              AGREE THE ACCOUNT TO.
      * 15/10/2026 - THE MONTH'S EMPLOYER FGTS WORKED OUT TONIGHT BY
      *              THE FGTS STEP (FGTSMES.DAT WITH TODAY'S DATE) NOW
      *              BECOMES ONE PAIR: A DEBIT TO THE FGTS EXPENSE
      *              ACCOUNT AND A CREDIT TO THE FGTS PAYABLE UNTIL THE
      *              BANK COLLECTS IT (GLMAPCTL KEYS FGTSDESP AND
      *              FGTSPAG).
      * 15/10/2026 - THE PAYROLL PAIRS NOW COME FROM WHAT WAS ACTUALLY
      *              PAID: FOLHAMES.DAT (FOLHA) AND DECIMOMES.DAT (13O)
      *              RECORDS DATED TODAY, ONE PER DEPARTMENT. THE
      *              SALARIES EARNED ARE DEBITED TO THE DEPARTMENT'S
      *              COST CENTRE (GLMAPCTL KEY "FOL"/"DEC" PLUS THE
      *              DEPARTMENT, FALLING BACK TO FOLHA/DECIMO) AGAINST
      *              SALARIES PAYABLE (CONTRFOL), WHICH IS CLEARED BY
      *              THE INSS AND IRRF WITHHELD (INSSRET, IRRFRET), THE
      *              OTHER PAYSLIP DEDUCTIONS OWED TO THIRD PARTIES
      *              (DESCFOL) AND THE NET PAY AGAINST THE BANK
      *              (BANCO). THE EMPLOYER'S INSS AND THE FGTS ON THE
      *              13O ARE DEBITED TO "ENC" PLUS THE DEPARTMENT
      *              (FALLING BACK TO ENCARGOS) AGAINST INSSPAG AND
      *              FGTSPAG. THE PARSING OF THE EDITED SALARY COLUMNS
      *              OF AUMENTO.LOG IS RETIRED WITH ITS FOLHA AND
      *              RETRO PAIRS. THE MAPPING TABLE NOW HOLDS 60 KEYS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT FOLHAMESFILE ASSIGN TO DYNAMIC WS-PTH-FOLHAMES-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLM-STATUS.

           SELECT DECIMOMESFILE ASSIGN TO DYNAMIC
               WS-PTH-DECIMOMES-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCM-STATUS.

           SELECT CHECKPOINTFILE ASSIGN TO DYNAMIC
               WS-PTH-WORKCKPT-DAT
               RECORD KEY IS BMF-BOOKNUM
               FILE STATUS IS WS-BMF-STATUS.

           SELECT COSTMASTERFILE ASSIGN TO DYNAMIC WS-PTH-CUSTOMF-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-BOOKNUM
               FILE STATUS IS WS-CST-STATUS.

           SELECT NFAPROVFILE ASSIGN TO DYNAMIC WS-PTH-NFAPROV-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-CHAVE
               FILE STATUS IS WS-APR-STATUS.

           SELECT PERDAADJFILE ASSIGN TO DYNAMIC WS-PTH-PERDAADJ-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAJ-STATUS.

           SELECT VALETRANSFILE ASSIGN TO DYNAMIC
               WS-PTH-VALETRANS-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTR-STATUS.

           SELECT CLIMOVTOFILE ASSIGN TO DYNAMIC
               WS-PTH-CLIMOVTO-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

           SELECT FGTSMESFILE ASSIGN TO DYNAMIC WS-PTH-FGTSMES-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGM-STATUS.

           SELECT GLMAPCTLFILE ASSIGN TO DYNAMIC WS-PTH-GLMAPCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
              10 RTRANS-ANO-N    PIC 9(4).
              10 FILLER          PIC X(07).

       FD  FOLHAMESFILE.
       01  FLM-RECORD.
           88 ENDOFFOLHAMES      VALUE HIGH-VALUES.
           05 FLM-DATE           PIC 9(8).
           05 FILLER             PIC X(106).

       FD  DECIMOMESFILE.
       01  DCM-RECORD.
           88 ENDOFDECIMOMES     VALUE HIGH-VALUES.
           05 DCM-DATE           PIC 9(8).
           05 FILLER             PIC X(106).

       FD  CHECKPOINTFILE.
       01  CKPT-RECORD.
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  COSTMASTERFILE.
       01  CST-RECORD.
           05 CST-BOOKNUM        PIC X(5).
           05 CST-CUSTO-MEDIO    PIC 9(5)V99.
           05 CST-ULT-CUSTO      PIC 9(5)V99.
           05 CST-ULT-DATA       PIC 9(8).

       FD  NFAPROVFILE.
       01  APR-RECORD.
           05 APR-CHAVE.
              10 APR-FORNECEDOR  PIC X(05).
              10 APR-NOTA        PIC X(09).
              10 APR-PONUM       PIC X(06).
           05 APR-BOOKNUM        PIC X(05).
           05 APR-QTY            PIC 9(05).
           05 APR-CUSTO-UNIT     PIC 9(5)V99.
           05 APR-VALOR          PIC 9(10)V99.
           05 APR-DATA-EMISSAO   PIC 9(08).
           05 APR-DATA-APROV     PIC 9(08).
           05 APR-SITUACAO       PIC X(01).

       FD  PERDAADJFILE.
       01  PAJ-RECORD.
           88 ENDOFPERDAADJ      VALUE HIGH-VALUES.
           05 PAJ-DATE           PIC 9(8).
           05 PAJ-TIME           PIC 9(8).
           05 PAJ-BOOKNUM        PIC X(5).
           05 PAJ-FILIAL         PIC X(3).
           05 PAJ-SALDO-ANT      PIC 9(5).
           05 PAJ-SALDO-NOVO     PIC 9(5).
           05 PAJ-VARIACAO       PIC S9(6).
           05 PAJ-MOTIVO         PIC X(1).
           05 PAJ-OPERADOR       PIC X(8).
           05 PAJ-DATA-BAIXA     PIC 9(8).
           05 PAJ-CUSTO-UNIT     PIC 9(5)V99.
           05 PAJ-VALOR          PIC 9(10)V99.

       FD  VALETRANSFILE.
       01  VTR-RECORD.
           88 ENDOFVALETRANS     VALUE HIGH-VALUES.
           05 VTR-DATE           PIC 9(8).
           05 VTR-TIME           PIC 9(8).
           05 VTR-NUMERO         PIC 9(8).
           05 VTR-TIPO           PIC X(1).
           05 VTR-VALOR          PIC 9(7)V9(2).
           05 VTR-SALDO          PIC 9(7)V9(2).
           05 VTR-OPERADOR       PIC X(8).
           05 VTR-FILIAL         PIC X(3).
           05 VTR-RECIBO         PIC 9(6).

       FD  CLIMOVTOFILE.
       01  CLM-RECORD.
           88 ENDOFCLIMOVTO      VALUE HIGH-VALUES.
           05 CLM-DATE           PIC 9(8).
           05 CLM-TIME           PIC 9(8).
           05 CLM-CLIENTEID      PIC 9(6).
           05 CLM-TIPO           PIC X(1).
           05 CLM-VALOR          PIC 9(7)V9(2).
           05 CLM-SALDO          PIC 9(7)V9(2).
           05 CLM-RECIBO         PIC 9(6).
           05 CLM-OPERADOR       PIC X(8).

       FD  FGTSMESFILE.
       01  FGM-RECORD.
           88 ENDOFFGTSMES       VALUE HIGH-VALUES.
           05 FGM-DATE           PIC 9(8).
           05 FGM-COMPETENCIA    PIC 9(6).
           05 FGM-EMPREGADOS     PIC 9(5).
           05 FGM-BASE           PIC 9(11)V9(2).
           05 FGM-VALOR          PIC 9(11)V9(2).

       FD  GLMAPCTLFILE.
       01  GLMAP-RECORD.
       WORKING-STORAGE SECTION.
       77  WS-PTH-REVTRANS-DAT PIC X(44)
           VALUE "ASSETS/REVTRANS.DAT".
       77  WS-PTH-FOLHAMES-DAT PIC X(44)
           VALUE "ASSETS/FOLHAMES.DAT".
       77  WS-PTH-DECIMOMES-DAT PIC X(44)
           VALUE "ASSETS/DECIMOMES.DAT".
       77  WS-PTH-WORKCKPT-DAT PIC X(44)
           VALUE "ASSETS/WORKCKPT.DAT".
       77  WS-PTH-BOOKMF-DAT PIC X(44)
           VALUE "ASSETS/BOOKMF.DAT".
       77  WS-PTH-CUSTOMF-DAT PIC X(44)
           VALUE "ASSETS/CUSTOMF.DAT".
       77  WS-PTH-NFAPROV-DAT PIC X(44)
           VALUE "ASSETS/NFAPROV.DAT".
       77  WS-PTH-PERDAADJ-DAT PIC X(44)
           VALUE "ASSETS/PERDAADJ.DAT".
       77  WS-PTH-VALETRANS-DAT PIC X(44)
           VALUE "ASSETS/VALETRANS.DAT".
       77  WS-PTH-CLIMOVTO-DAT PIC X(44)
           VALUE "ASSETS/CLIMOVTO.DAT".
       77  WS-PTH-FGTSMES-DAT PIC X(44)
           VALUE "ASSETS/FGTSMES.DAT".
       77  WS-PTH-GLMAPCTL-DAT PIC X(44)
           VALUE "ASSETS/GLMAPCTL.DAT".
       77  WS-PTH-GLJOURNAL-DAT PIC X(44)
       77  WS-GLEXT-RPT-LEN      PIC 9(03) VALUE 80.
       77  WS-REV-STATUS         PIC X(02) VALUE SPACES.
           88 WS-REV-STATUS-OK   VALUE "00".
       77  WS-FLM-STATUS         PIC X(02) VALUE SPACES.
           88 WS-FLM-STATUS-OK   VALUE "00".
       77  WS-DCM-STATUS         PIC X(02) VALUE SPACES.
           88 WS-DCM-STATUS-OK   VALUE "00".
       77  WS-CKPT-STATUS        PIC X(02) VALUE SPACES.
           88 WS-CKPT-STATUS-OK  VALUE "00".
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-MAP-STATUS         PIC X(02) VALUE SPACES.
           88 WS-MAP-STATUS-OK   VALUE "00".
       77  WS-CST-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CST-STATUS-OK   VALUE "00".
       77  WS-APR-STATUS         PIC X(02) VALUE SPACES.
           88 WS-APR-STATUS-OK   VALUE "00".
       77  WS-EOF-APR-SW         PIC X(01) VALUE "N".
           88 WS-EOF-NFAPROV     VALUE "Y".
       77  WS-NF-FORNECEDOR      PIC X(05) VALUE SPACES.
       77  WS-NF-NOTA            PIC X(09) VALUE SPACES.
       77  WS-NF-VALOR           PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-PAJ-STATUS         PIC X(02) VALUE SPACES.
           88 WS-PAJ-STATUS-OK   VALUE "00".
       77  WS-VTR-STATUS         PIC X(02) VALUE SPACES.
           88 WS-VTR-STATUS-OK   VALUE "00".
       77  WS-CLM-STATUS         PIC X(02) VALUE SPACES.
           88 WS-CLM-STATUS-OK   VALUE "00".
       77  WS-FGM-STATUS         PIC X(02) VALUE SPACES.
           88 WS-FGM-STATUS-OK   VALUE "00".
       77  WS-PRAZO-VENDAS       PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-PRAZO-RECEBIDO     PIC 9(11)V9(2) VALUE ZEROS.
       77  WS-RECEBER-SALDO      PIC S9(11)V9(2) VALUE ZEROS.

       01  WS-VALE-TIPOS         PIC X(4) VALUE "VCRE".
       01  WS-VALE-TOTAIS.
           05 WS-VALE-TOTAL      PIC 9(11)V9(2) OCCURS 4 TIMES.
       01  WS-VALE-PARES.
           05 FILLER             PIC X(35)
              VALUE "CAIXA   VALES   VENDA DE VALES     ".
           05 FILLER             PIC X(35)
              VALUE "CAIXA   VALES   CREDITO EM VALES   ".
           05 FILLER             PIC X(35)
              VALUE "VALES   CAIXA   RESGATE DE VALES   ".
           05 FILLER             PIC X(35)
              VALUE "VALES   VALEEXP VALES EXPIRADOS    ".
       01  WS-VALE-PAR-TABLE REDEFINES WS-VALE-PARES.
           05 WS-VALE-PAR OCCURS 4 TIMES.
              10 WS-VP-DEB-KEY   PIC X(8).
              10 WS-VP-CRED-KEY  PIC X(8).
              10 WS-VP-DESC      PIC X(19).
       01  VX                    PIC 9(1).

       01  WS-PERDA-MOTIVOS      PIC X(4) VALUE "DFAO".
       01  WS-PERDA-TOTAIS.
           05 WS-PERDA-TOTAL     PIC 9(11)V9(2) OCCURS 4 TIMES.
       01  PX                    PIC 9(1).

       01  WS-GLMAP-TABLE.
           05 WS-GLMAP-ENTRY OCCURS 60 TIMES.
              10 WS-MAP-KEY      PIC X(8).
              10 WS-MAP-ACCOUNT  PIC X(8).
       01  WS-GLMAP-COUNT        PIC 9(2) VALUE ZEROS.
       77  WS-DEB-KEY            PIC X(8) VALUE SPACES.
       77  WS-CRED-KEY           PIC X(8) VALUE SPACES.

       77  WS-CMV-TOTAL          PIC S9(13)V9(2) VALUE ZEROS.
       77  WS-CMV-ABS            PIC 9(13)V9(2) VALUE ZEROS.
       77  WS-LINE-VALUE         PIC S9(11)V9(2) VALUE ZEROS.
       77  WS-UNIT-COST          PIC 9(5)V9(2) VALUE ZEROS.
       77  WS-SEM-CUSTO-COUNT    PIC 9(5) VALUE ZEROS.

      *    ONE DEPARTMENT OF A PAYROLL RUN (FOLHAMES/DECIMOMES LAYOUT)
       01  WS-PAY-RECORD.
           05 PAY-DATE           PIC 9(8).
           05 PAY-COMPETENCIA    PIC 9(6).
           05 PAY-ORIGEM         PIC X(1).
           05 PAY-DEPTO          PIC X(3).
           05 PAY-EMPREGADOS     PIC 9(5).
           05 PAY-SALARIOS       PIC 9(11)V9(2).
           05 PAY-INSS           PIC 9(11)V9(2).
           05 PAY-IRRF           PIC 9(11)V9(2).
           05 PAY-OUTROS         PIC 9(11)V9(2).
           05 PAY-LIQUIDO        PIC 9(11)V9(2).
           05 PAY-INSS-EMPRESA   PIC 9(11)V9(2).
           05 PAY-FGTS           PIC 9(11)V9(2).
       77  WS-PAY-PREFIXO        PIC X(3) VALUE SPACES.
       77  WS-PAY-PADRAO         PIC X(8) VALUE SPACES.
       77  WS-PAY-ROTULO         PIC X(6) VALUE SPACES.
       77  WS-PAY-DESPESA        PIC X(8) VALUE SPACES.
       77  WS-PAY-ENCARGO        PIC X(8) VALUE SPACES.

       01  GLEXT-DETAIL-LINE.
           05 GDL-ACCOUNT        PIC X(8).
              VALUE "TOTAL DE CREDITOS:            ".
           05 GTC-VALOR          PIC Z(11)9,99.

       01  GLEXT-RECEBER-LINE.
           05 FILLER             PIC X(30)
              VALUE "CONTAS A RECEBER DE CLIENTES: ".
           05 GRL-VALOR          PIC -(11)9,99.

       01  GLEXT-SEMCUSTO-LINE.
           05 FILLER             PIC X(30)
              VALUE "CMV A PRECO (SEM CUSTO):      ".
           05 GSC-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0003-EXTRACT-REVENUE.
           PERFORM 0004-EXTRACT-PAYROLL.
           PERFORM 0005-EXTRACT-INVENTORY.
           PERFORM 0007-EXTRACT-PAYABLES.
           PERFORM 0010-EXTRACT-SHRINKAGE.
           PERFORM 0011-EXTRACT-VOUCHERS.
           PERFORM 0012-EXTRACT-RECEIVABLES.
           PERFORM 0013-EXTRACT-FGTS.
           PERFORM 0006-FINALIZE.
           PERFORM 0001-600-LOG-END.
           GOBACK.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-REVTRANS-DAT.
           CALL "DATADIR" USING WS-PTH-FOLHAMES-DAT.
           CALL "DATADIR" USING WS-PTH-DECIMOMES-DAT.
           CALL "DATADIR" USING WS-PTH-WORKCKPT-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-CUSTOMF-DAT.
           CALL "DATADIR" USING WS-PTH-NFAPROV-DAT.
           CALL "DATADIR" USING WS-PTH-PERDAADJ-DAT.
           CALL "DATADIR" USING WS-PTH-VALETRANS-DAT.
           CALL "DATADIR" USING WS-PTH-CLIMOVTO-DAT.
           CALL "DATADIR" USING WS-PTH-FGTSMES-DAT.
           CALL "DATADIR" USING WS-PTH-GLMAPCTL-DAT.
           CALL "DATADIR" USING WS-PTH-GLJOURNAL-DAT.
           CALL "DATADIR" USING WS-PTH-GLEXT-RPT.
                   AT END SET ENDOFGLMAP TO TRUE
               END-READ
               PERFORM UNTIL ENDOFGLMAP
                   IF WS-GLMAP-COUNT < 60
                       ADD 1 TO WS-GLMAP-COUNT
                       MOVE GLMAP-KEY
                           TO WS-MAP-KEY(WS-GLMAP-COUNT)
                           RTRANS-ANO-N DELIMITED BY SIZE
                           INTO WS-PAIR-DESC
                       END-STRING
                       MOVE "CAIXA" TO WS-DEB-KEY
                       MOVE "RECEITA" TO WS-CRED-KEY
                       PERFORM 0008-WRITE-PAIR
                   END-IF
           END-IF.

       0004-EXTRACT-PAYROLL.
           OPEN INPUT FOLHAMESFILE.
           IF WS-FLM-STATUS-OK
               MOVE "FOL" TO WS-PAY-PREFIXO
               MOVE "FOLHA" TO WS-PAY-PADRAO
               READ FOLHAMESFILE
                   AT END SET ENDOFFOLHAMES TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFOLHAMES
                   IF FLM-DATE = WS-RUN-DATE-NUM
                       MOVE FLM-RECORD TO WS-PAY-RECORD
                       MOVE "FOLHA" TO WS-PAY-ROTULO
                       PERFORM 0004-300-POST-DEPTO
                   END-IF
                   READ FOLHAMESFILE
                       AT END SET ENDOFFOLHAMES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FOLHAMESFILE
           ELSE
               DISPLAY 'SEM FOLHAMES.DAT - SEM FOLHA ESTA NOITE'
           END-IF.
           OPEN INPUT DECIMOMESFILE.
           IF WS-DCM-STATUS-OK
               MOVE "DEC" TO WS-PAY-PREFIXO
               MOVE "DECIMO" TO WS-PAY-PADRAO
               READ DECIMOMESFILE
                   AT END SET ENDOFDECIMOMES TO TRUE
               END-READ
               PERFORM UNTIL ENDOFDECIMOMES
                   IF DCM-DATE = WS-RUN-DATE-NUM
                       MOVE DCM-RECORD TO WS-PAY-RECORD
                       MOVE SPACES TO WS-PAY-ROTULO
                       STRING "13O P" PAY-ORIGEM
                           DELIMITED BY SIZE INTO WS-PAY-ROTULO
                       END-STRING
                       PERFORM 0004-300-POST-DEPTO
                   END-IF
                   READ DECIMOMESFILE
                       AT END SET ENDOFDECIMOMES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DECIMOMESFILE
           END-IF.

      *    SALARIES TO THE COST CENTRE AGAINST SALARIES PAYABLE, WHICH
      *    THE WITHHOLDINGS AND THE NET PAY THEN CLEAR; EMPLOYER
      *    CHARGES TO THE DEPARTMENT AGAINST THEIR PAYABLES.
       0004-300-POST-DEPTO.
           MOVE WS-PAY-PREFIXO TO WS-LOOK-KEY.
           MOVE WS-PAY-PADRAO TO WS-PAY-DESPESA.
           PERFORM 0004-500-DEPTO-KEY.
           MOVE WS-LOOK-KEY TO WS-PAY-DESPESA.
           MOVE "ENC" TO WS-LOOK-KEY.
           MOVE "ENCARGOS" TO WS-PAY-ENCARGO.
           PERFORM 0004-500-DEPTO-KEY.
           MOVE WS-LOOK-KEY TO WS-PAY-ENCARGO.
           MOVE PAY-SALARIOS TO WS-PAIR-VALOR.
           MOVE WS-PAY-DESPESA TO WS-DEB-KEY.
           MOVE "CONTRFOL" TO WS-CRED-KEY.
           MOVE SPACES TO WS-PAIR-DESC.
           MOVE WS-PAY-ROTULO TO WS-PAIR-DESC(1:9).
           MOVE PAY-DEPTO TO WS-PAIR-DESC(10:3).
           MOVE PAY-COMPETENCIA TO WS-PAIR-DESC(14:6).
           PERFORM 0004-400-PAY-PAIR.
           MOVE "CONTRFOL" TO WS-DEB-KEY.
           MOVE PAY-INSS TO WS-PAIR-VALOR.
           MOVE "INSSRET" TO WS-CRED-KEY.
           MOVE "INSS RET" TO WS-PAIR-DESC(1:9).
           PERFORM 0004-400-PAY-PAIR.
           MOVE PAY-IRRF TO WS-PAIR-VALOR.
           MOVE "IRRFRET" TO WS-CRED-KEY.
           MOVE "IRRF RET" TO WS-PAIR-DESC(1:9).
           PERFORM 0004-400-PAY-PAIR.
           MOVE PAY-OUTROS TO WS-PAIR-VALOR.
           MOVE "DESCFOL" TO WS-CRED-KEY.
           MOVE "DESCONTO" TO WS-PAIR-DESC(1:9).
           PERFORM 0004-400-PAY-PAIR.
           MOVE PAY-LIQUIDO TO WS-PAIR-VALOR.
           MOVE "BANCO" TO WS-CRED-KEY.
           MOVE "LIQUIDO" TO WS-PAIR-DESC(1:9).
           PERFORM 0004-400-PAY-PAIR.
           MOVE WS-PAY-ENCARGO TO WS-DEB-KEY.
           MOVE PAY-INSS-EMPRESA TO WS-PAIR-VALOR.
           MOVE "INSSPAG" TO WS-CRED-KEY.
           MOVE "INSS PAT" TO WS-PAIR-DESC(1:9).
           PERFORM 0004-400-PAY-PAIR.
           MOVE PAY-FGTS TO WS-PAIR-VALOR.
           MOVE "FGTSPAG" TO WS-CRED-KEY.
           MOVE "FGTS" TO WS-PAIR-DESC(1:9).
           PERFORM 0004-400-PAY-PAIR.

       0004-400-PAY-PAIR.
           IF WS-PAIR-VALOR > ZEROS
               PERFORM 0008-WRITE-PAIR
           END-IF.

      *    WS-LOOK-KEY COMES IN WITH THE PREFIX AND GOES OUT AS THE
      *    DEPARTMENT'S OWN KEY WHEN GLMAPCTL HAS ONE, OTHERWISE AS
      *    THE GENERAL KEY ALREADY LEFT IN WS-PAY-DESPESA/ENCARGO.
       0004-500-DEPTO-KEY.
           MOVE PAY-DEPTO TO WS-LOOK-KEY(4:3).
           PERFORM 0002-600-SCAN-MAPPING
               VARYING MX FROM 1 BY 1
               UNTIL MX > WS-GLMAP-COUNT
                  OR WS-MAP-KEY(MX) = WS-LOOK-KEY.
           IF MX > WS-GLMAP-COUNT
               IF WS-LOOK-KEY(1:3) = "ENC"
                   MOVE WS-PAY-ENCARGO TO WS-LOOK-KEY
               ELSE
                   MOVE WS-PAY-DESPESA TO WS-LOOK-KEY
               END-IF
           END-IF.

       0005-EXTRACT-INVENTORY.
           OPEN INPUT CHECKPOINTFILE.
           IF WS-CKPT-STATUS-OK
               OPEN INPUT BOOKMASTERFILE
               OPEN INPUT COSTMASTERFILE
               READ CHECKPOINTFILE
                   AT END SET ENDOFCKPT TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCKPT
                   MOVE CKPT-BOOKNUM TO BMF-BOOKNUM
                   PERFORM 0005-500-GET-UNIT-COST
                   COMPUTE WS-LINE-VALUE =
                       CKPT-COPIES * WS-UNIT-COST
                   ADD WS-LINE-VALUE TO WS-CMV-TOTAL
                   READ CHECKPOINTFILE
                       AT END SET ENDOFCKPT TO TRUE
               IF WS-BMF-STATUS-OK OR WS-BMF-STATUS = "23"
                   CLOSE BOOKMASTERFILE
               END-IF
               IF WS-CST-STATUS-OK OR WS-CST-STATUS = "23"
                   CLOSE COSTMASTERFILE
               END-IF
           END-IF.
           IF WS-CMV-TOTAL NOT = ZEROS
               IF WS-CMV-TOTAL < ZEROS
               PERFORM 0008-WRITE-PAIR
           END-IF.

       0005-500-GET-UNIT-COST.
           MOVE ZEROS TO WS-UNIT-COST.
           IF WS-CST-STATUS-OK OR WS-CST-STATUS = "23"
               MOVE CKPT-BOOKNUM TO CST-BOOKNUM
               READ COSTMASTERFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CST-CUSTO-MEDIO TO WS-UNIT-COST
               END-READ
           END-IF.
           IF WS-UNIT-COST = ZEROS
               MOVE CKPT-BOOKNUM TO BMF-BOOKNUM
               READ BOOKMASTERFILE
                   INVALID KEY MOVE ZEROS TO BMF-PRICE
               END-READ
               MOVE BMF-PRICE TO WS-UNIT-COST
               ADD 1 TO WS-SEM-CUSTO-COUNT
           END-IF.

       0007-EXTRACT-PAYABLES.
           OPEN INPUT NFAPROVFILE.
           IF WS-APR-STATUS-OK
               MOVE LOW-VALUES TO APR-CHAVE
               START NFAPROVFILE KEY NOT < APR-CHAVE
                   INVALID KEY SET WS-EOF-NFAPROV TO TRUE
               END-START
               PERFORM 0007-500-READ-APPROVED
               PERFORM UNTIL WS-EOF-NFAPROV
                   IF APR-DATA-APROV = WS-RUN-DATE-NUM
                       IF APR-FORNECEDOR NOT = WS-NF-FORNECEDOR
                          OR APR-NOTA NOT = WS-NF-NOTA
                           PERFORM 0007-600-WRITE-INVOICE-PAIR
                           MOVE APR-FORNECEDOR TO WS-NF-FORNECEDOR
                           MOVE APR-NOTA TO WS-NF-NOTA
                       END-IF
                       ADD APR-VALOR TO WS-NF-VALOR
                   END-IF
                   PERFORM 0007-500-READ-APPROVED
               END-PERFORM
               PERFORM 0007-600-WRITE-INVOICE-PAIR
               CLOSE NFAPROVFILE
           ELSE
               DISPLAY 'SEM NFAPROV.DAT - SEM CONTAS A PAGAR ESTA NOITE'
           END-IF.

       0007-500-READ-APPROVED.
           IF NOT WS-EOF-NFAPROV
               READ NFAPROVFILE NEXT RECORD
                   AT END SET WS-EOF-NFAPROV TO TRUE
               END-READ
           END-IF.

       0007-600-WRITE-INVOICE-PAIR.
           IF WS-NF-VALOR > ZEROS
               MOVE WS-NF-VALOR TO WS-PAIR-VALOR
               MOVE SPACES TO WS-PAIR-DESC
               STRING "NF " WS-NF-NOTA " " WS-NF-FORNECEDOR
                   DELIMITED BY SIZE INTO WS-PAIR-DESC
               END-STRING
               MOVE "ESTOQUE" TO WS-DEB-KEY
               MOVE "FORNEC" TO WS-CRED-KEY
               PERFORM 0008-WRITE-PAIR
           END-IF.
           MOVE ZEROS TO WS-NF-VALOR.

       0008-WRITE-PAIR.
           MOVE WS-DEB-KEY TO WS-LOOK-KEY.
           PERFORM 0002-500-FIND-ACCOUNT.
           WRITE WS-GLEXT-RPT-LINE
               AFTER ADVANCING 1 LINE.

       0010-EXTRACT-SHRINKAGE.
           MOVE ZEROS TO WS-PERDA-TOTAIS.
           OPEN INPUT PERDAADJFILE.
           IF WS-PAJ-STATUS-OK
               READ PERDAADJFILE
                   AT END SET ENDOFPERDAADJ TO TRUE
               END-READ
               PERFORM UNTIL ENDOFPERDAADJ
                   IF PAJ-DATE = WS-RUN-DATE-NUM
                       PERFORM 0010-500-SCAN-MOTIVO
                           VARYING PX FROM 1 BY 1
                           UNTIL PX > 4
                           OR WS-PERDA-MOTIVOS(PX:1) = PAJ-MOTIVO
                       IF PX > 4
                           MOVE 4 TO PX
                       END-IF
                       ADD PAJ-VALOR TO WS-PERDA-TOTAL(PX)
                   END-IF
                   READ PERDAADJFILE
                       AT END SET ENDOFPERDAADJ TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PERDAADJFILE
               PERFORM 0010-600-WRITE-SHRINKAGE-PAIR
                   VARYING PX FROM 1 BY 1 UNTIL PX > 4
           ELSE
               DISPLAY 'SEM PERDAADJ.DAT - SEM BAIXAS DE ESTOQUE'
           END-IF.

       0010-500-SCAN-MOTIVO.
           CONTINUE.

       0010-600-WRITE-SHRINKAGE-PAIR.
           IF WS-PERDA-TOTAL(PX) > ZEROS
               MOVE WS-PERDA-TOTAL(PX) TO WS-PAIR-VALOR
               MOVE SPACES TO WS-PAIR-DESC
               STRING "BAIXA ESTOQUE MOT " WS-PERDA-MOTIVOS(PX:1)
                   DELIMITED BY SIZE INTO WS-PAIR-DESC
               END-STRING
               MOVE "PERDAS" TO WS-DEB-KEY
               MOVE "ESTOQUE" TO WS-CRED-KEY
               PERFORM 0008-WRITE-PAIR
           END-IF.

       0011-EXTRACT-VOUCHERS.
           MOVE ZEROS TO WS-VALE-TOTAIS.
           OPEN INPUT VALETRANSFILE.
           IF WS-VTR-STATUS-OK
               READ VALETRANSFILE
                   AT END SET ENDOFVALETRANS TO TRUE
               END-READ
               PERFORM UNTIL ENDOFVALETRANS
                   IF VTR-DATE = WS-RUN-DATE-NUM
                       PERFORM 0011-500-SCAN-TIPO
                           VARYING VX FROM 1 BY 1
                           UNTIL VX > 4
                           OR WS-VALE-TIPOS(VX:1) = VTR-TIPO
                       IF VX > 4
                           DISPLAY 'AVISO: MOVIMENTO DE VALE TIPO '
                               VTR-TIPO ' IGNORADO'
                       ELSE
                           ADD VTR-VALOR TO WS-VALE-TOTAL(VX)
                       END-IF
                   END-IF
                   READ VALETRANSFILE
                       AT END SET ENDOFVALETRANS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE VALETRANSFILE
               PERFORM 0011-600-WRITE-VOUCHER-PAIR
                   VARYING VX FROM 1 BY 1 UNTIL VX > 4
           ELSE
               DISPLAY 'SEM VALETRANS.DAT - SEM MOVIMENTO DE VALES'
           END-IF.

       0011-500-SCAN-TIPO.
           CONTINUE.

       0011-600-WRITE-VOUCHER-PAIR.
           IF WS-VALE-TOTAL(VX) > ZEROS
               MOVE WS-VALE-TOTAL(VX) TO WS-PAIR-VALOR
               MOVE WS-VP-DESC(VX) TO WS-PAIR-DESC
               MOVE WS-VP-DEB-KEY(VX) TO WS-DEB-KEY
               MOVE WS-VP-CRED-KEY(VX) TO WS-CRED-KEY
               PERFORM 0008-WRITE-PAIR
           END-IF.

       0012-EXTRACT-RECEIVABLES.
           OPEN INPUT CLIMOVTOFILE.
           IF WS-CLM-STATUS-OK
               READ CLIMOVTOFILE
                   AT END SET ENDOFCLIMOVTO TO TRUE
               END-READ
               PERFORM UNTIL ENDOFCLIMOVTO
                   IF CLM-TIPO = "V"
                       ADD CLM-VALOR TO WS-RECEBER-SALDO
                       IF CLM-DATE = WS-RUN-DATE-NUM
                           ADD CLM-VALOR TO WS-PRAZO-VENDAS
                       END-IF
                   ELSE
                       SUBTRACT CLM-VALOR FROM WS-RECEBER-SALDO
                       IF CLM-DATE = WS-RUN-DATE-NUM
                           ADD CLM-VALOR TO WS-PRAZO-RECEBIDO
                       END-IF
                   END-IF
                   READ CLIMOVTOFILE
                       AT END SET ENDOFCLIMOVTO TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLIMOVTOFILE
           ELSE
               DISPLAY 'SEM CLIMOVTO.DAT - SEM VENDAS A PRAZO'
           END-IF.
           IF WS-PRAZO-VENDAS > ZEROS
               MOVE WS-PRAZO-VENDAS TO WS-PAIR-VALOR
               MOVE "VENDAS A PRAZO" TO WS-PAIR-DESC
               MOVE "CONTAREC" TO WS-DEB-KEY
               MOVE "CAIXA" TO WS-CRED-KEY
               PERFORM 0008-WRITE-PAIR
           END-IF.
           IF WS-PRAZO-RECEBIDO > ZEROS
               MOVE WS-PRAZO-RECEBIDO TO WS-PAIR-VALOR
               MOVE "PAGTO DE CLIENTES" TO WS-PAIR-DESC
               MOVE "CAIXA" TO WS-DEB-KEY
               MOVE "CONTAREC" TO WS-CRED-KEY
               PERFORM 0008-WRITE-PAIR
           END-IF.

       0013-EXTRACT-FGTS.
           OPEN INPUT FGTSMESFILE.
           IF WS-FGM-STATUS-OK
               READ FGTSMESFILE
                   AT END SET ENDOFFGTSMES TO TRUE
               END-READ
               PERFORM UNTIL ENDOFFGTSMES
                   IF FGM-DATE = WS-RUN-DATE-NUM
                      AND FGM-VALOR > ZEROS
                       MOVE FGM-VALOR TO WS-PAIR-VALOR
                       MOVE SPACES TO WS-PAIR-DESC
                       STRING "FGTS COMPET " FGM-COMPETENCIA
                           DELIMITED BY SIZE INTO WS-PAIR-DESC
                       END-STRING
                       MOVE "FGTSDESP" TO WS-DEB-KEY
                       MOVE "FGTSPAG" TO WS-CRED-KEY
                       PERFORM 0008-WRITE-PAIR
                   END-IF
                   READ FGTSMESFILE
                       AT END SET ENDOFFGTSMES TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FGTSMESFILE
           ELSE
               DISPLAY 'SEM FGTSMES.DAT - SEM FGTS DO MES'
           END-IF.

       0006-FINALIZE.
               DISPLAY 'ERRO: LANCAMENTOS FORA DE BALANCO'
               MOVE 1 TO RETURN-CODE
           END-IF.
           MOVE WS-RECEBER-SALDO TO GRL-VALOR.
           MOVE GLEXT-RECEBER-LINE TO WS-GLEXT-RPT-LINE.
           CALL "DECFMT" USING WS-GLEXT-RPT-LINE, WS-GLEXT-RPT-LEN.
           WRITE WS-GLEXT-RPT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-SEM-CUSTO-COUNT TO GSC-COUNT.
           WRITE WS-GLEXT-RPT-LINE FROM GLEXT-SEMCUSTO-LINE
               AFTER ADVANCING 1 LINE.
           WRITE WS-GLEXT-RPT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE GLEXTREPORTFILE.
