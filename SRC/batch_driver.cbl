      *              BEYOND THE 40 SLOTS ARE SHOUTED, AND A STEPCTL
      *              BEYOND 40 PASSOS REFUSES THE NIGHT (RC 1, LOCK
      *              FREED) RATHER THAN RUN A TRUNCATED SEQUENCE.
      * 15/10/2026 - NEW FORNSCORE STEP AFTER POAGING (SUPPLIER
      *              DELIVERY SCORECARD FOR THE PREVIOUS MONTH). LIKE
      *              ROYALTY IT IS MONTHLY AND IS HELD TO ITS DAY BY A
      *              SCHEDCTL "M" ENTRY.
      * 15/10/2026 - NEW MARGEM STEP AFTER ROYALTY (MONTHLY GROSS
      *              MARGIN AT AVERAGE COST), ALSO MONTHLY VIA SCHEDCTL.
      * 15/10/2026 - NEW NFMATCH STEP AFTER FORNSCORE (SUPPLIER INVOICE
      *              THREE-WAY MATCH), AHEAD OF GLEXT SO TONIGHT'S
      *              APPROVED INVOICES REACH THE PAYABLES JOURNAL.
      * 15/10/2026 - NEW ASNIN STEP AFTER POGEN (STAGES THE SUPPLIERS'
      *              ADVANCE SHIP NOTICES AS PENDING RECEIPTS). THE
      *              DEFAULT SEQUENCE NOW HOLDS 41 STEPS, SO THE STEP,
      *              SCHEDCTL, SEVCTL AND CONDITION TABLES GO FROM 40
      *              TO 80 SLOTS.
      * 15/10/2026 - NEW DEVOLPOST AND DEVOLAGE STEPS AFTER STKXFER
      *              (RETURNS TO THE PUBLISHER AND THE FOLLOW-UP OF
      *              THEIR CREDIT NOTES); DEFAULT SEQUENCE NOW 43 STEPS.
      * 15/10/2026 - NEW PERDAPOST STEP AFTER DEVOLAGE (STOCK WRITE-OFFS
      *              FOR DAMAGE, THEFT AND SAMPLES) AND NEW MONTHLY
      *              PERDAMES STEP AFTER MARGEM (SHRINKAGE REPORT);
      *              DEFAULT SEQUENCE NOW 45 STEPS.
      * 15/10/2026 - NEW STKREBAL STEP BEFORE INVRCPT (INTER-BRANCH
      *              TRANSFER PROPOSALS, SO TITLES COVERED BY A
      *              TRANSFER DROP OUT OF THE REPLENISHMENT
      *              SUGGESTIONS); DEFAULT SEQUENCE NOW 46 STEPS.
      * 15/10/2026 - NEW ABCCLASS AND CICLOCONT STEPS AFTER STOCKTAKE
      *              (ABC CLASSIFICATION WITH THE MONTH'S CYCLE-COUNT
      *              SCHEDULE, MONTHLY VIA SCHEDCTL LIKE ROYALTY, AND
      *              THE DAILY COUNT SHEETS AND OVERDUE REPORT);
      *              DEFAULT SEQUENCE NOW 48 STEPS.
      * 15/10/2026 - NEW POSFEED STEP AFTER BESTSELLERS (WEEKLY SALES
      *              FILES FOR THE PUBLISHERS AND THE SALES PANEL,
      *              HELD TO ITS WEEKDAY BY A SCHEDCTL "W" ENTRY, SINCE
      *              A SECOND RUN FOR THE SAME WEEK ENDS WITH
      *              RETURN-CODE 9); DEFAULT SEQUENCE NOW 49 STEPS.
      * 15/10/2026 - NEW PROMOEFF STEP AFTER POSFEED (EFFECTIVENESS OF
      *              PROMOTIONS THAT HAVE ENDED, EACH REPORTED ONCE);
      *              DEFAULT SEQUENCE NOW 50 STEPS.
      * 15/10/2026 - NEW VALERPT STEP BEFORE GLEXT (EXPIRES GIFT
      *              VOUCHERS AND REPORTS THE DAY'S VOUCHER MOVEMENTS
      *              AND OUTSTANDING LIABILITY; THE EXPIRIES MUST BE
      *              ON FILE BEFORE THE LEDGER EXTRACT); DEFAULT
      *              SEQUENCE NOW 51 STEPS.
      * 15/10/2026 - NEW CARDRECON STEP AFTER SALESRECON (MATCHES THE
      *              CARD ACQUIRER'S SETTLEMENT FILE AND THE PIX
      *              STATEMENT TO THE TILL'S CARD AND PIX RECEIPTS;
      *              A NO-OP WHEN NEITHER FILE HAS ARRIVED); DEFAULT
      *              SEQUENCE NOW 52 STEPS.
      * 15/10/2026 - NEW NFCEAUT STEP AFTER CARDRECON (APPLIES THE NFC-E
      *              AUTHORISATION RESPONSES, HANDS THE COUNTER'S NEW
      *              NFC-E DOCUMENTS TO THE TRANSMISSION GATEWAY AND
      *              LISTS THOSE STILL NEEDING ACTION); DEFAULT
      *              SEQUENCE NOW 53 STEPS.
      * 15/10/2026 - NEW CLIEXTR STEP AFTER PERDAMES (MONTHLY STATEMENTS
      *              FOR THE ON-ACCOUNT CUSTOMERS, RECEIVABLES AGING AND
      *              REMINDER LETTERS; MONTHLY VIA SCHEDCTL LIKE
      *              ROYALTY); DEFAULT SEQUENCE NOW 54 STEPS.
      * 15/10/2026 - NEW CLISEG STEP AFTER CLIEXTR (MONTHLY CUSTOMER
      *              SEGMENTATION, WIN-BACK LIST AND MAILING EXTRACT;
      *              MONTHLY VIA SCHEDCTL LIKE ROYALTY); DEFAULT
      *              SEQUENCE NOW 55 STEPS.
      * 15/10/2026 - NEW LGPDACES, LGPDELIM AND LGPDPRAZ STEPS AFTER
      *              CLISEG (DATA-SUBJECT ACCESS REPORTS, ERASURES AND
      *              THE DEADLINE WATCH FOR REQUESTS LOGGED AT THE
      *              COUNTER; ERASURE RUNS LAST AMONG THE STEPS THAT
      *              READ CLIENT DATA SO NOTHING IS WRITTEN BACK AFTER
      *              IT); DEFAULT SEQUENCE NOW 58 STEPS.
      * 15/10/2026 - NEW WEBPED STEP BEFORE SALESEDIT (ONLINE-SHOP
      *              ORDER IMPORT, PICKING AND DESPATCH; ITS SALES ARE
      *              ON BOOKSALES.DAT IN TIME FOR THE EDIT, RANKING
      *              AND REVENUE STEPS); DEFAULT SEQUENCE NOW 59 STEPS.
      * 15/10/2026 - NEW FGTS STEP RIGHT AFTER FOLHA (EMPLOYER FGTS
      *              DEPOSIT, BANK COLLECTION FILE AND THE MONTH'S
      *              TOTAL FOR GLEXT); IT GOES WHEREVER FOLHA GOES, SO
      *              A SCHEDCTL ENTRY HOLDING FOLHA TO ITS DAY NEEDS A
      *              TWIN FOR FGTS. DEFAULT SEQUENCE NOW 60 STEPS.
      * 15/10/2026 - NEW RESCISAO STEP RIGHT AFTER EMPSTAT: IT SETTLES
      *              THE TERMINATIONS EMPSTAT QUEUED THE SAME NIGHT.
      *              DEFAULT SEQUENCE NOW 61 STEPS.
      * 15/10/2026 - NEW FERIAS STEP BEFORE FOLHA (REBUILDS THE
      *              VACATION LEDGER AND ALLOCATES THE SCHEDULES FOLHA
      *              PAYS) AND FERVENC RIGHT AFTER IT (MONTHLY LIST OF
      *              VACATIONS PAST OR NEAR THEIR DEADLINE - HOLD IT TO
      *              ITS DAY WITH A SCHEDCTL "M" ENTRY). DEFAULT
      *              SEQUENCE NOW 63 STEPS.
      * 15/10/2026 - NEW QUADRO STEP RIGHT AFTER EMPSNAP (MONTHLY
      *              DEPARTMENT HEADCOUNT AND BUDGET AGAINST THE
      *              APPROVED FIGURES ON DEPTOMF.DAT, FROM THE SNAPSHOT
      *              EMPSNAP HAS JUST TAKEN - HOLD IT TO ITS DAY WITH A
      *              SCHEDCTL "M" ENTRY). DEFAULT SEQUENCE NOW 64
      *              STEPS.
      * 15/10/2026 - NEW INDLOAD STEP BEFORE INVESTIMENTO (LOADS THE
      *              PUBLISHED CDI/IPCA FIGURES INTO INDHIST.DAT SO
      *              THE SCENARIO PROJECTIONS AND THE DAILY ACCRUAL IN
      *              INVPOS SEE THEM THE SAME NIGHT). DEFAULT SEQUENCE
      *              NOW 65 STEPS.
      * 15/10/2026 - NEW INVEXTR STEP RIGHT AFTER INVPOS (MONTHLY
      *              CLIENT STATEMENTS FROM THE INVMOV LEDGER INVPOS
      *              HAS JUST POSTED - HOLD IT TO ITS DAY WITH A
      *              SCHEDCTL "M" ENTRY). DEFAULT SEQUENCE NOW 66
      *              STEPS.
      * 15/10/2026 - NEW CARTEIRA STEP RIGHT AFTER INVEXTR (MONTHLY
      *              ADVISOR BOOK AND COMMISSION FILE FOR PAYROLL FROM
      *              THE SAME LEDGER - HOLD IT TO ITS DAY WITH A
      *              SCHEDCTL "M" ENTRY). DEFAULT SEQUENCE NOW 67
      *              STEPS.
      * 15/10/2026 - NEW DREFIL STEP RIGHT AFTER PERDAMES (MONTHLY
      *              PROFIT AND LOSS BY BRANCH, ONCE SALES, TRANSFERS,
      *              WRITE-OFFS AND PAYROLL ARE ALL POSTED - HOLD IT
      *              TO ITS DAY WITH A SCHEDCTL "M" ENTRY). DEFAULT
      *              SEQUENCE NOW 68 STEPS.
      * 15/10/2026 - NEW REFAUDIT STEP AFTER LGPDPRAZ (WEEKLY
      *              REFERENTIAL INTEGRITY AUDIT OF THE DATA FILES -
      *              HOLD IT TO ITS WEEKDAY WITH A SCHEDCTL "W" ENTRY).
      *              IT ENDS WITH CONDITION CODE 8 ON A SERIOUS BREAK,
      *              WHICH HALTS THE RUN UNLESS SEVCTL SAYS "C".
      *              DEFAULT SEQUENCE NOW 69 STEPS.
      * 15/10/2026 - FILE-ARRIVAL GATES. A STEPCTL.DAT LINE MAY NOW
      *              DECLARE AN INPUT FILE THE STEP EXPECTS AFTER THE
      *              NAME: COLS 17-32 THE FILE (E.G. VENDASTRANS.DAT,
      *              BANKRET.DAT, PONTO.DAT), 33-36 THE LATEST WAIT
      *              HHMM, 37 THE ACTION IF IT IS STILL NOT THERE BY
      *              THEN (E = HOLD THE STEP OVER TO A LATER RUN AND
      *              GO ON, S = RUN THE STEP WITHOUT IT, P = HALT WITH
      *              THE STEP AS RESTART POINT; BLANK MEANS P) AND 38
      *              THE ENVELOPE CHECK (C OR BLANK = H HEADER FIRST,
      *              T TRAILER LAST WITH THE D COUNT; H = HEADER ONLY;
      *              N = PRESENCE ONLY). REPEATING THE STEP NAME ON THE
      *              NEXT LINE DECLARES ANOTHER FILE FOR THE SAME STEP.
      *              BEFORE RELEASING THE STEP THE DRIVER RECHECKS THE
      *              FILE EVERY MINUTE UNTIL THE LATEST TIME (A TIME
      *              MORE THAN 12 HOURS AHEAD COUNTS AS PASSED) AND
      *              LOGS EACH WAIT, ARRIVAL, MISS AND WHAT BECAME OF
      *              THE STEP TO OPSLOG.DAT FOR DIGEST. GATE OUTCOMES
      *              ALSO LAND ON CONDSUM.RPT.
      * 15/10/2026 - NEW BANKRECON STEP AFTER CARDRECON (DAILY BANK
      *              STATEMENT RECONCILIATION AGAINST THE TILL CASH,
      *              PAYROLL REMITTANCES, INVESTMENT MOVEMENTS AND
      *              SUPPLIER INVOICES; ONLY REPORTS THE OPEN ITEMS
      *              WHEN NO STATEMENT HAS ARRIVED); DEFAULT SEQUENCE
      *              NOW 70 STEPS.
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. BATCH_DRIVER.

               SELECT CONDSUMFILE ASSIGN TO DYNAMIC WS-PTH-CONDSUM-RPT
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT FEEDFILE ASSIGN TO DYNAMIC WS-FEED-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEED-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  BATCHCTLFILE.
           01  STEP-RECORD.
               88 WS-EOF-STEPCTL           VALUE HIGH-VALUES.
               05 STEP-PROGRAM             PIC X(16).
               05 STEP-FEED-NAME           PIC X(16).
               05 STEP-FEED-LIMITE         PIC X(04).
               05 STEP-FEED-LIMITE-N REDEFINES STEP-FEED-LIMITE.
                  10 STEP-FEED-LIMITE-HH   PIC 9(02).
                  10 STEP-FEED-LIMITE-MM   PIC 9(02).
               05 STEP-FEED-ACAO           PIC X(01).
               05 STEP-FEED-ENVELOPE       PIC X(01).

           FD  SEVCTLFILE.
           01  SEV-RECORD.
           FD  CONDSUMFILE.
           01  WS-CONDSUM-LINE             PIC X(80).

           FD  FEEDFILE.
           01  FEED-RECORD.
               88 WS-EOF-FEED              VALUE HIGH-VALUES.
               05 FEED-TYPE                PIC X(01).
                  88 FEED-HEADER           VALUE "H".
                  88 FEED-DETAIL           VALUE "D".
                  88 FEED-TRAILER          VALUE "T".
               05 FEED-TRL-COUNT           PIC X(07).
               05 FILLER                   PIC X(72).

           WORKING-STORAGE SECTION.
           77  WS-PTH-BATCHCTL-DAT PIC X(44)
               VALUE "ASSETS/BATCHCTL.DAT".
               VALUE "ASSETS/SEVCTL.DAT".
           77  WS-PTH-CONDSUM-RPT PIC X(44)
               VALUE "ASSETS/CONDSUM.RPT".
           77  WS-PTH-PREFIX PIC X(44)
               VALUE "ASSETS/".
           77  WS-FEED-PATH             PIC X(44) VALUE SPACES.
           COPY RPTBANNER.
           COPY RUNLOGREC.
           COPY RUNLOCKREC.
           01  WS-DEFAULT-STEP-TABLE.
               05 FILLER PIC X(16) VALUE "ARITMETICA".
               05 FILLER PIC X(16) VALUE "EMPSTAT".
               05 FILLER PIC X(16) VALUE "RESCISAO".
               05 FILLER PIC X(16) VALUE "CTLVALID".
               05 FILLER PIC X(16) VALUE "AUMENTO_SALARIAL".
               05 FILLER PIC X(16) VALUE "FERIAS".
               05 FILLER PIC X(16) VALUE "FERVENC".
               05 FILLER PIC X(16) VALUE "FOLHA".
               05 FILLER PIC X(16) VALUE "FGTS".
               05 FILLER PIC X(16) VALUE "BANKRET".
               05 FILLER PIC X(16) VALUE "EMPSNAP".
               05 FILLER PIC X(16) VALUE "QUADRO".
               05 FILLER PIC X(16) VALUE "INDLOAD".
               05 FILLER PIC X(16) VALUE "INVESTIMENTO".
               05 FILLER PIC X(16) VALUE "INVPOS".
               05 FILLER PIC X(16) VALUE "INVEXTR".
               05 FILLER PIC X(16) VALUE "CARTEIRA".
               05 FILLER PIC X(16) VALUE "REVEXT".
               05 FILLER PIC X(16) VALUE "VENDAS_MES".
               05 FILLER PIC X(16) VALUE "STKREBAL".
               05 FILLER PIC X(16) VALUE "INVRCPT".
               05 FILLER PIC X(16) VALUE "BOFILL".
               05 FILLER PIC X(16) VALUE "POGEN".
               05 FILLER PIC X(16) VALUE "ASNIN".
               05 FILLER PIC X(16) VALUE "POAGING".
               05 FILLER PIC X(16) VALUE "FORNSCORE".
               05 FILLER PIC X(16) VALUE "NFMATCH".
               05 FILLER PIC X(16) VALUE "CADSYNC".
               05 FILLER PIC X(16) VALUE "WEBPED".
               05 FILLER PIC X(16) VALUE "SALESEDIT".
               05 FILLER PIC X(16) VALUE "REJAGE".
               05 FILLER PIC X(16) VALUE "RETVALID".
               05 FILLER PIC X(16) VALUE "BESTSELLERS".
               05 FILLER PIC X(16) VALUE "POSFEED".
               05 FILLER PIC X(16) VALUE "PROMOEFF".
               05 FILLER PIC X(16) VALUE "SALESRECON".
               05 FILLER PIC X(16) VALUE "CARDRECON".
               05 FILLER PIC X(16) VALUE "BANKRECON".
               05 FILLER PIC X(16) VALUE "NFCEAUT".
               05 FILLER PIC X(16) VALUE "INVPOST".
               05 FILLER PIC X(16) VALUE "STOCKTAKE".
               05 FILLER PIC X(16) VALUE "ABCCLASS".
               05 FILLER PIC X(16) VALUE "CICLOCONT".
               05 FILLER PIC X(16) VALUE "STKXFER".
               05 FILLER PIC X(16) VALUE "DEVOLPOST".
               05 FILLER PIC X(16) VALUE "DEVOLAGE".
               05 FILLER PIC X(16) VALUE "PERDAPOST".
               05 FILLER PIC X(16) VALUE "STOCKCOVER".
               05 FILLER PIC X(16) VALUE "INVVAL".
               05 FILLER PIC X(16) VALUE "DEADSTOCK".
               05 FILLER PIC X(16) VALUE "SALESARCH".
               05 FILLER PIC X(16) VALUE "MESCLOSE".
               05 FILLER PIC X(16) VALUE "VALERPT".
               05 FILLER PIC X(16) VALUE "GLEXT".
               05 FILLER PIC X(16) VALUE "ROYALTY".
               05 FILLER PIC X(16) VALUE "MARGEM".
               05 FILLER PIC X(16) VALUE "PERDAMES".
               05 FILLER PIC X(16) VALUE "DREFIL".
               05 FILLER PIC X(16) VALUE "CLIEXTR".
               05 FILLER PIC X(16) VALUE "CLISEG".
               05 FILLER PIC X(16) VALUE "LGPDACES".
               05 FILLER PIC X(16) VALUE "LGPDELIM".
               05 FILLER PIC X(16) VALUE "LGPDPRAZ".
               05 FILLER PIC X(16) VALUE "REFAUDIT".
               05 FILLER PIC X(16) VALUE "LOGROLL".
               05 FILLER PIC X(16) VALUE "HOUSEKEEP".
               05 FILLER PIC X(16) VALUE "OPSVOL".
               05 FILLER PIC X(16) VALUE "RPTARCH".
               05 FILLER PIC X(16) VALUE "RPTDIST".
           01  WS-DEFAULT-STEPS REDEFINES WS-DEFAULT-STEP-TABLE.
               05 WS-DEFAULT-STEP       PIC X(16) OCCURS 70 TIMES.

           01  WS-STEP-TABLE.
               05 WS-STEP-NAME          PIC X(16) OCCURS 80 TIMES.
           01  WS-STEP-COUNT            PIC 9(2) VALUE ZEROS.
           01  PX                       PIC 9(2).

           01  WS-SCHED-TABLE.
               05 WS-SCHED-ENTRY OCCURS 80 TIMES.
                  10 WS-SCHED-PROGRAM   PIC X(16).
                  10 WS-SCHED-FREQ      PIC X(1).
                  10 WS-SCHED-DAY       PIC 9(2).
               88 WS-SEV-OK             VALUE "00".
           77  WS-STEP-RC               PIC S9(4) VALUE ZEROS.
           01  WS-SEV-TABLE.
               05 WS-SEV-ENTRY OCCURS 80 TIMES.
                  10 WS-SEV-NAME        PIC X(16).
                  10 WS-SEV-ACTION      PIC X(1).
           01  WS-SEV-COUNT             PIC 9(2) VALUE ZEROS.
           01  VX                       PIC 9(2).

           01  WS-COND-TABLE.
               05 WS-COND-ENTRY OCCURS 80 TIMES.
                  10 WS-COND-NAME       PIC X(16).
                  10 WS-COND-RC         PIC S9(4).
                  10 WS-COND-ACTION     PIC X(11).
           01  WS-COND-COUNT            PIC 9(2) VALUE ZEROS.
           01  CX                       PIC 9(2).

           01  WS-FEED-TABLE.
               05 WS-FEED-ENTRY OCCURS 80 TIMES.
                  10 WS-FEED-STEP       PIC 9(2).
                  10 WS-FEED-NAME       PIC X(16).
                  10 WS-FEED-LIMITE     PIC 9(4).
                  10 WS-FEED-ACAO       PIC X(1).
                  10 WS-FEED-ENVELOPE   PIC X(1).
           01  WS-FEED-COUNT            PIC 9(2) VALUE ZEROS.
           01  FX                       PIC 9(2).

           77  WS-FEED-STATUS           PIC XX.
               88 WS-FEED-OK            VALUE "00".
           77  WS-FEED-STATE-SW         PIC X    VALUE "A".
               88 WS-FEED-PRONTO        VALUE "P".
               88 WS-FEED-AUSENTE       VALUE "A".
               88 WS-FEED-INCOMPLETO    VALUE "I".
           77  WS-GATE-SW               PIC X    VALUE "L".
               88 WS-GATE-LIBERADO      VALUE "L".
               88 WS-GATE-SEM-ARQ       VALUE "S".
               88 WS-GATE-ADIADO        VALUE "E".
               88 WS-GATE-PARADO        VALUE "P".
           77  WS-TRAILER-SW            PIC X    VALUE "N".
               88 WS-TRAILER-SEEN       VALUE "Y".
           77  WS-AFTER-TRAILER-SW      PIC X    VALUE "N".
               88 WS-DATA-AFTER-TRAILER VALUE "Y".
           77  WS-FEED-DETALHES         PIC 9(7) VALUE ZEROS.
           77  WS-FEED-TRL-TOTAL        PIC X(7) VALUE SPACES.
           77  WS-POLL-SEGUNDOS         PIC 9(4) VALUE 60.
           01  WS-AGORA-TIME.
               05 WS-AGORA-HH           PIC 9(2).
               05 WS-AGORA-MM           PIC 9(2).
               05 FILLER                PIC 9(4).
           77  WS-AGORA-MIN             PIC 9(4) VALUE ZEROS.
           77  WS-INICIO-MIN            PIC 9(4) VALUE ZEROS.
           77  WS-LIMITE-MIN            PIC 9(4) VALUE ZEROS.
           01  WS-LIMITE-HHMM.
               05 WS-LIMITE-HH          PIC 9(2).
               05 WS-LIMITE-MM          PIC 9(2).
           77  WS-ESPERA-MIN            PIC S9(5) VALUE ZEROS.
           77  WS-DECORRIDO-MIN         PIC S9(5) VALUE ZEROS.

           01  CONDSUM-DETAIL-LINE.
               05 CSD-PROGRAM           PIC X(16).
               05 FILLER                PIC X(05) VALUE "  RC ".
                       AT END SET WS-EOF-SEVCTL TO TRUE
                   END-READ
                   PERFORM UNTIL WS-EOF-SEVCTL
                       IF WS-SEV-COUNT < 80
                           ADD 1 TO WS-SEV-COUNT
                           MOVE SEV-PROGRAM
                               TO WS-SEV-NAME(WS-SEV-COUNT)
                           MOVE SEV-POLITICA
                               TO WS-SEV-ACTION(WS-SEV-COUNT)
                       ELSE
                           DISPLAY "SEVCTL.DAT ALEM DE 80 ENTRADAS"
                                   " - IGNORADA: " SEV-PROGRAM
                       END-IF
                       READ SEVCTLFILE
                       AT END SET WS-EOF-SCHEDCTL TO TRUE
                   END-READ
                   PERFORM UNTIL WS-EOF-SCHEDCTL
                       IF WS-SCHED-COUNT < 80
                           ADD 1 TO WS-SCHED-COUNT
                           MOVE SCTL-PROGRAM
                               TO WS-SCHED-PROGRAM(WS-SCHED-COUNT)
                           MOVE SCTL-DAY
                               TO WS-SCHED-DAY(WS-SCHED-COUNT)
                       ELSE
                           DISPLAY "SCHEDCTL.DAT ALEM DE 80 "
                                   "ENTRADAS - IGNORADA: "
                                   SCTL-PROGRAM
                       END-IF
                   END-READ
                   PERFORM UNTIL WS-EOF-STEPCTL
                       IF STEP-PROGRAM NOT = SPACES
                           PERFORM 0002-710-ADD-STEP-LINE
                       END-IF
                       READ STEPCTLFILE
                           AT END SET WS-EOF-STEPCTL TO TRUE
                   DISPLAY "SEM STEPCTL.DAT - USANDO A SEQUENCIA "
                           "PADRAO DO DRIVER"
                   PERFORM 0002-750-COPY-DEFAULT
                       VARYING PX FROM 1 BY 1 UNTIL PX > 70
               END-IF.
               IF WS-STEPS-TRUNCATED AND NOT ABORT-REQUESTED
                   DISPLAY "LOTE RECUSADO - A SEQUENCIA DE PASSOS "
                   SET ABORT-REQUESTED TO TRUE
               END-IF.

           0002-710-ADD-STEP-LINE.
               IF WS-STEP-COUNT > ZEROS
                  AND STEP-FEED-NAME NOT = SPACES
                  AND STEP-PROGRAM = WS-STEP-NAME(WS-STEP-COUNT)
                   PERFORM 0002-720-ADD-FEED
               ELSE
                   IF WS-STEP-COUNT < 80
                       ADD 1 TO WS-STEP-COUNT
                       MOVE STEP-PROGRAM
                           TO WS-STEP-NAME(WS-STEP-COUNT)
                       IF STEP-FEED-NAME NOT = SPACES
                           PERFORM 0002-720-ADD-FEED
                       END-IF
                   ELSE
                       DISPLAY "STEPCTL.DAT ALEM DE 80 "
                               "PASSOS - FORA DA NOITE: "
                               STEP-PROGRAM
                       SET WS-STEPS-TRUNCATED TO TRUE
                   END-IF
               END-IF.

           0002-720-ADD-FEED.
               IF WS-FEED-COUNT NOT < 80
                   DISPLAY "STEPCTL.DAT ALEM DE 80 ARQUIVOS "
                           "ESPERADOS - SEM PORTAO: "
                           STEP-PROGRAM " " STEP-FEED-NAME
                   SET WS-STEPS-TRUNCATED TO TRUE
               ELSE
                   ADD 1 TO WS-FEED-COUNT
                   MOVE WS-STEP-COUNT TO WS-FEED-STEP(WS-FEED-COUNT)
                   MOVE STEP-FEED-NAME TO WS-FEED-NAME(WS-FEED-COUNT)
                   IF STEP-FEED-LIMITE IS NUMERIC
                      AND STEP-FEED-LIMITE-HH < 24
                      AND STEP-FEED-LIMITE-MM < 60
                       MOVE STEP-FEED-LIMITE
                           TO WS-FEED-LIMITE(WS-FEED-COUNT)
                   ELSE
                       DISPLAY "STEPCTL.DAT HORA LIMITE INVALIDA "
                               "PARA " STEP-FEED-NAME
                               " - SEM ESPERA"
                       MOVE 9999 TO WS-FEED-LIMITE(WS-FEED-COUNT)
                   END-IF
                   IF STEP-FEED-ACAO = "E" OR "S" OR "P"
                       MOVE STEP-FEED-ACAO
                           TO WS-FEED-ACAO(WS-FEED-COUNT)
                   ELSE
                       DISPLAY "STEPCTL.DAT ACAO INVALIDA PARA "
                               STEP-FEED-NAME " - ASSUMINDO P"
                       MOVE "P" TO WS-FEED-ACAO(WS-FEED-COUNT)
                   END-IF
                   IF STEP-FEED-ENVELOPE = "C" OR "H" OR "N"
                       MOVE STEP-FEED-ENVELOPE
                           TO WS-FEED-ENVELOPE(WS-FEED-COUNT)
                   ELSE
                       MOVE "C" TO WS-FEED-ENVELOPE(WS-FEED-COUNT)
                   END-IF
               END-IF.

           0002-750-COPY-DEFAULT.
               MOVE PX TO WS-STEP-COUNT.
               MOVE WS-DEFAULT-STEP(PX) TO WS-STEP-NAME(PX).
                   PERFORM 0003-200-CHECK-SCHEDULE
                       THRU 0003-200-EXIT
                   IF WS-STEP-DUE
                       PERFORM 0003-150-CHECK-FEEDS
                       IF WS-GATE-LIBERADO OR WS-GATE-SEM-ARQ
                           PERFORM 0003-400-EXEC-STEP
                       END-IF
                   ELSE
                       DISPLAY "PASSO " PX " - " WS-CHECK-PROGRAM
                           " PULADO PELO CALENDARIO"
                   END-IF
               END-IF.

           0003-150-CHECK-FEEDS.
               SET WS-GATE-LIBERADO TO TRUE.
               PERFORM 0003-160-ONE-FEED THRU 0003-160-EXIT
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > WS-FEED-COUNT
                      OR WS-GATE-ADIADO OR WS-GATE-PARADO.
               MOVE ZEROS TO WS-STEP-RC.
               EVALUATE TRUE
                   WHEN WS-GATE-SEM-ARQ
                       DISPLAY "PASSO " PX " (" WS-CHECK-PROGRAM
                           ") RODANDO SEM O ARQUIVO ESPERADO"
                       PERFORM 0003-600-NOTE-CONDITION
                       MOVE "SEM ARQUIVO" TO WS-COND-ACTION(CX)
                   WHEN WS-GATE-ADIADO
                       DISPLAY "PASSO " PX " (" WS-CHECK-PROGRAM
                           ") ADIADO - ARQUIVO ESPERADO NAO CHEGOU"
                       PERFORM 0003-600-NOTE-CONDITION
                       MOVE "ADIADO     " TO WS-COND-ACTION(CX)
                   WHEN WS-GATE-PARADO
                       MOVE WS-CHECK-PROGRAM TO WS-FAILED-NAME
                       SET ABORT-REQUESTED TO TRUE
                       DISPLAY "PASSO " PX " (" WS-CHECK-PROGRAM
                           ") SEM O ARQUIVO ESPERADO, LOTE "
                           "INTERROMPIDO"
                       PERFORM 0003-600-NOTE-CONDITION
                       MOVE "INTERROMPEU" TO WS-COND-ACTION(CX)
               END-EVALUATE.

           0003-160-ONE-FEED.
               IF WS-FEED-STEP(FX) NOT = PX
                   GO TO 0003-160-EXIT
               END-IF.
               MOVE SPACES TO WS-FEED-PATH.
               STRING WS-PTH-PREFIX DELIMITED BY SPACE
                      WS-FEED-NAME(FX) DELIMITED BY SPACE
                   INTO WS-FEED-PATH
               END-STRING.
               PERFORM 0003-700-PROBE-FEED THRU 0003-700-EXIT.
               IF WS-FEED-PRONTO
                   MOVE "CHEGA" TO RLOG-EVENT
                   PERFORM 0003-190-LOG-FEED
                   GO TO 0003-160-EXIT
               END-IF.
               MOVE "AGUAR" TO RLOG-EVENT.
               PERFORM 0003-190-LOG-FEED.
               ACCEPT WS-AGORA-TIME FROM TIME.
               COMPUTE WS-INICIO-MIN = WS-AGORA-HH * 60 + WS-AGORA-MM.
               PERFORM 0003-170-WAIT-MINUTES.
               DISPLAY "PASSO " PX " (" WS-CHECK-PROGRAM
                   ") AGUARDANDO " WS-FEED-NAME(FX)
                   " ATE " WS-FEED-LIMITE(FX).
               MOVE ZEROS TO WS-DECORRIDO-MIN.
               PERFORM 0003-180-POLL-FEED
                   UNTIL WS-FEED-PRONTO
                      OR WS-DECORRIDO-MIN NOT < WS-ESPERA-MIN.
               IF WS-FEED-PRONTO
                   DISPLAY WS-FEED-NAME(FX) " CHEGOU COM ATRASO"
                   MOVE "ATRAS" TO RLOG-EVENT
                   PERFORM 0003-190-LOG-FEED
                   GO TO 0003-160-EXIT
               END-IF.
               IF WS-FEED-INCOMPLETO
                   DISPLAY WS-FEED-NAME(FX) " INCOMPLETO NA HORA "
                       "LIMITE (HEADER/TRAILER/CONTAGEM)"
                   MOVE "INCOM" TO RLOG-EVENT
               ELSE
                   DISPLAY WS-FEED-NAME(FX) " NAO CHEGOU ATE A "
                       "HORA LIMITE"
                   MOVE "FALTA" TO RLOG-EVENT
               END-IF.
               PERFORM 0003-190-LOG-FEED.
               EVALUATE WS-FEED-ACAO(FX)
                   WHEN "S"
                       SET WS-GATE-SEM-ARQ TO TRUE
                       MOVE "SEMAR" TO RLOG-EVENT
                   WHEN "E"
                       SET WS-GATE-ADIADO TO TRUE
                       MOVE "ADIAD" TO RLOG-EVENT
                   WHEN OTHER
                       SET WS-GATE-PARADO TO TRUE
                       MOVE "PAROU" TO RLOG-EVENT
               END-EVALUATE.
               PERFORM 0003-190-LOG-FEED.

           0003-160-EXIT.
               EXIT.

           0003-170-WAIT-MINUTES.
               IF WS-FEED-LIMITE(FX) = 9999
                   MOVE ZEROS TO WS-ESPERA-MIN
               ELSE
                   MOVE WS-FEED-LIMITE(FX) TO WS-LIMITE-HHMM
                   COMPUTE WS-LIMITE-MIN =
                       WS-LIMITE-HH * 60 + WS-LIMITE-MM
                   COMPUTE WS-ESPERA-MIN =
                       WS-LIMITE-MIN - WS-INICIO-MIN
                   IF WS-ESPERA-MIN < ZERO
                       ADD 1440 TO WS-ESPERA-MIN
                   END-IF
                   IF WS-ESPERA-MIN > 720
                       MOVE ZEROS TO WS-ESPERA-MIN
                   END-IF
               END-IF.

           0003-180-POLL-FEED.
               CALL "C$SLEEP" USING WS-POLL-SEGUNDOS.
               ACCEPT WS-AGORA-TIME FROM TIME.
               COMPUTE WS-AGORA-MIN = WS-AGORA-HH * 60 + WS-AGORA-MM.
               COMPUTE WS-DECORRIDO-MIN =
                   WS-AGORA-MIN - WS-INICIO-MIN.
               IF WS-DECORRIDO-MIN < ZERO
                   ADD 1440 TO WS-DECORRIDO-MIN
               END-IF.
               PERFORM 0003-700-PROBE-FEED THRU 0003-700-EXIT.

           0003-190-LOG-FEED.
               MOVE WS-CHECK-PROGRAM TO RLOG-PROGRAM-NAME.
               MOVE WS-FEED-NAME(FX) TO RLOG-FEED-NAME.
               ACCEPT RLOG-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT RLOG-RUN-TIME FROM TIME.
               MOVE ZEROS TO RLOG-RETURN-CODE.
               CALL "RUNLOG" USING RLOG-RECORD.

           0003-200-CHECK-SCHEDULE.
               SET WS-STEP-DUE TO TRUE.
               IF WS-RESTART-PARM = "RESTART"
               CONTINUE.

           0003-600-NOTE-CONDITION.
               IF WS-COND-COUNT < 80
                   ADD 1 TO WS-COND-COUNT
               END-IF.
               MOVE WS-COND-COUNT TO CX.
               MOVE WS-CHECK-PROGRAM TO WS-COND-NAME(CX).
               MOVE WS-STEP-RC TO WS-COND-RC(CX).

           0003-700-PROBE-FEED.
               SET WS-FEED-AUSENTE TO TRUE.
               OPEN INPUT FEEDFILE.
               IF NOT WS-FEED-OK
                   GO TO 0003-700-EXIT
               END-IF.
               IF WS-FEED-ENVELOPE(FX) = "N"
                   SET WS-FEED-PRONTO TO TRUE
                   CLOSE FEEDFILE
                   GO TO 0003-700-EXIT
               END-IF.
               SET WS-FEED-INCOMPLETO TO TRUE.
               MOVE ZEROS TO WS-FEED-DETALHES.
               MOVE SPACES TO WS-FEED-TRL-TOTAL.
               MOVE "N" TO WS-TRAILER-SW.
               MOVE "N" TO WS-AFTER-TRAILER-SW.
               READ FEEDFILE
                   AT END SET WS-EOF-FEED TO TRUE
               END-READ.
               IF WS-EOF-FEED OR NOT FEED-HEADER
                   CLOSE FEEDFILE
                   GO TO 0003-700-EXIT
               END-IF.
               IF WS-FEED-ENVELOPE(FX) = "H"
                   SET WS-FEED-PRONTO TO TRUE
                   CLOSE FEEDFILE
                   GO TO 0003-700-EXIT
               END-IF.
               PERFORM 0003-750-READ-FEED UNTIL WS-EOF-FEED.
               CLOSE FEEDFILE.
               IF WS-TRAILER-SEEN
                  AND NOT WS-DATA-AFTER-TRAILER
                  AND WS-FEED-TRL-TOTAL IS NUMERIC
                   IF WS-FEED-TRL-TOTAL = WS-FEED-DETALHES
                       SET WS-FEED-PRONTO TO TRUE
                   END-IF
               END-IF.

           0003-700-EXIT.
               EXIT.

           0003-750-READ-FEED.
               READ FEEDFILE
                   AT END SET WS-EOF-FEED TO TRUE
               END-READ.
               IF NOT WS-EOF-FEED AND FEED-RECORD NOT = SPACES
                   IF WS-TRAILER-SEEN
                       SET WS-DATA-AFTER-TRAILER TO TRUE
                   END-IF
                   IF FEED-DETAIL
                       ADD 1 TO WS-FEED-DETALHES
                   END-IF
                   IF FEED-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE FEED-TRL-COUNT TO WS-FEED-TRL-TOTAL
                   END-IF
               END-IF.

           0004-FINALIZE.
               PERFORM 0004-300-WRITE-CONDSUM.
               MOVE "FREE" TO RLOCK-ACTION.
               CALL "DATADIR" USING WS-PTH-STEPCTL-DAT.
               CALL "DATADIR" USING WS-PTH-SEVCTL-DAT.
               CALL "DATADIR" USING WS-PTH-CONDSUM-RPT.
               CALL "DATADIR" USING WS-PTH-PREFIX.

           END PROGRAM BATCH_DRIVER.
