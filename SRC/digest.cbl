      *              CODE, THE TOP THREE TITLES FROM PRVRANK.DAT
      *              JOINED TO THE BOOK MASTER, AND THE MONTH-TO-DATE
      *              REVENUE FROM THE CURRENT SALESYTD GENERATION.
      * 15/10/2026 - NEW SECTION ENTRADAS ATRASADAS OU AUSENTES FROM
      *              THE BATCH DRIVER'S FILE-ARRIVAL GATE EVENTS: EACH
      *              EXPECTED FEED THAT ARRIVED LATE, NEVER ARRIVED OR
      *              WAS STILL INCOMPLETE AT ITS LATEST TIME, WITH ITS
      *              STEP, THE TIME AND WHETHER THE STEP WAITED, RAN
      *              WITHOUT IT, WAS HELD OVER OR HALTED THE NIGHT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGEST.
              10 FILLER            PIC X(06).
              10 OPL-COUNT         PIC X(07).
              10 FILLER            PIC X(08).
           05 OPL-FEED-VIEW REDEFINES OPL-REST.
              10 OPL-FEED-HH       PIC X(02).
              10 OPL-FEED-MI       PIC X(02).
              10 FILLER            PIC X(04).
              10 FILLER            PIC X(02).
              10 FILLER            PIC X(06).
              10 OPL-FEED-NAME     PIC X(16).
              10 FILLER            PIC X(03).

       FD  PRIORRANKFILE.
       01  PRF-RECORD.
           02 BMF-PRICE            PIC 9(5)V99.
           02 BMF-AUTHORID         PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  YTDGENFILE.
       01  GPTR-RECORD.
       77  WS-MTD-VALOR            PIC 9(12)V99 VALUE ZEROS.
       77  WS-GEN-CURRENT          PIC 9(1) VALUE ZEROS.

       01  WS-GATE-TABLE.
           05 WS-GATE-ENTRY OCCURS 40 TIMES.
              10 WS-GATE-FEED      PIC X(16).
              10 WS-GATE-STEP      PIC X(16).
              10 WS-GATE-SITUACAO  PIC X(16).
              10 WS-GATE-HORA      PIC X(05).
              10 WS-GATE-DESTINO   PIC X(18).
       77  WS-GATE-COUNT           PIC 9(2) VALUE ZEROS.
       77  WS-GATE-LOST            PIC 9(3) VALUE ZEROS.
       77  GX                      PIC 9(2) VALUE ZEROS.

       01  WS-RUN-DATE-SPLIT.
           05 WS-RUN-ANO           PIC 9(4).
           05 WS-RUN-MES           PIC 9(2).

       01  DIG-SECTION-LINE        PIC X(40) VALUE SPACES.

       01  DIG-GATE-HEAD.
           05 FILLER               PIC X(36)
              VALUE "  ARQUIVO          PASSO           ".
           05 FILLER               PIC X(41)
              VALUE "SITUACAO         HORA  CONSEQUENCIA".

       01  DIG-GATE-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DGL-FEED             PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DGL-STEP             PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DGL-SITUACAO         PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DGL-HORA             PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DGL-DESTINO          PIC X(18).

       01  DIG-GATE-NONE-LINE.
           05 FILLER               PIC X(40)
              VALUE "  TODOS OS ARQUIVOS ESPERADOS CHEGARAM  ".
           05 FILLER               PIC X(10) VALUE "NO HORARIO".

       01  DIG-GATE-LOST-LINE.
           05 FILLER               PIC X(05) VALUE "  ** ".
           05 DGT-LOST             PIC ZZ9.
           05 FILLER               PIC X(32)
              VALUE " OCORRENCIAS ALEM DA TABELA     ".

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           PERFORM 0002-INIT.
           PERFORM 0003-SCAN-OPSLOG.
           PERFORM 0004-WRITE-NIGHT-SECTION.
           PERFORM 0004-500-FEED-SECTION.
           PERFORM 0005-TOP-THREE.
           PERFORM 0006-MTD-REVENUE.
           PERFORM 0007-FINALIZE.
                   END-IF
               END-IF
           END-IF.
           IF OPL-EVENT = "AGUAR" OR "CHEGA" OR "ATRAS" OR "FALTA"
                  OR "INCOM" OR "SEMAR" OR "ADIAD" OR "PAROU"
               PERFORM 0003-400-NOTE-FEED THRU 0003-400-EXIT
           END-IF.
           IF OPL-EVENT = "STATS"
              AND OPL-COUNT IS NUMERIC
               IF OPL-PROGRAM = "SALESEDIT"
               END-IF
           END-IF.

       0003-400-NOTE-FEED.
           PERFORM 0003-450-SCAN-GATES
               VARYING GX FROM 1 BY 1
               UNTIL GX > WS-GATE-COUNT
                  OR (WS-GATE-FEED(GX) = OPL-FEED-NAME
                      AND WS-GATE-STEP(GX) = OPL-PROGRAM).
           IF GX > WS-GATE-COUNT
               IF OPL-EVENT = "CHEGA" OR "AGUAR"
                   GO TO 0003-400-EXIT
               END-IF
               IF WS-GATE-COUNT NOT < 40
                   ADD 1 TO WS-GATE-LOST
                   GO TO 0003-400-EXIT
               END-IF
               ADD 1 TO WS-GATE-COUNT
               MOVE WS-GATE-COUNT TO GX
               MOVE OPL-FEED-NAME TO WS-GATE-FEED(GX)
               MOVE OPL-PROGRAM TO WS-GATE-STEP(GX)
               MOVE SPACES TO WS-GATE-SITUACAO(GX)
                   WS-GATE-HORA(GX) WS-GATE-DESTINO(GX)
           END-IF.
           EVALUATE OPL-EVENT
               WHEN "ATRAS"
                   MOVE "CHEGOU ATRASADO" TO WS-GATE-SITUACAO(GX)
                   PERFORM 0003-470-FEED-TIME
                   MOVE "ESPEROU E RODOU" TO WS-GATE-DESTINO(GX)
               WHEN "CHEGA"
                   MOVE "CHEGOU ATRASADO" TO WS-GATE-SITUACAO(GX)
                   PERFORM 0003-470-FEED-TIME
                   MOVE "RODOU NA RETOMADA" TO WS-GATE-DESTINO(GX)
               WHEN "FALTA"
                   MOVE "NAO CHEGOU" TO WS-GATE-SITUACAO(GX)
                   PERFORM 0003-470-FEED-TIME
               WHEN "INCOM"
                   MOVE "INCOMPLETO" TO WS-GATE-SITUACAO(GX)
                   PERFORM 0003-470-FEED-TIME
               WHEN "SEMAR"
                   MOVE "RODOU SEM ELE" TO WS-GATE-DESTINO(GX)
               WHEN "ADIAD"
                   MOVE "PASSO ADIADO" TO WS-GATE-DESTINO(GX)
               WHEN "PAROU"
                   MOVE "LOTE INTERROMPIDO" TO WS-GATE-DESTINO(GX)
           END-EVALUATE.

       0003-400-EXIT.
           EXIT.

       0003-450-SCAN-GATES.
           CONTINUE.

       0003-470-FEED-TIME.
           MOVE SPACES TO WS-GATE-HORA(GX).
           STRING OPL-FEED-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  OPL-FEED-MI DELIMITED BY SIZE
               INTO WS-GATE-HORA(GX)
           END-STRING.

       0004-WRITE-NIGHT-SECTION.
           MOVE WS-STEPS-RUN TO DSL-RUN.
           MOVE WS-STEPS-NONZERO TO DSL-NONZERO.
           WRITE WS-DIG-RPT-LINE FROM DIG-INV-LINE
               AFTER ADVANCING 1 LINE.

       0004-500-FEED-SECTION.
           MOVE "ENTRADAS ATRASADAS OU AUSENTES:"
               TO DIG-SECTION-LINE.
           WRITE WS-DIG-RPT-LINE FROM DIG-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-GATE-COUNT = ZEROS
               WRITE WS-DIG-RPT-LINE FROM DIG-GATE-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE WS-DIG-RPT-LINE FROM DIG-GATE-HEAD
                   AFTER ADVANCING 1 LINE
               PERFORM 0004-550-FEED-LINE
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > WS-GATE-COUNT
           END-IF.
           IF WS-GATE-LOST > ZEROS
               MOVE WS-GATE-LOST TO DGT-LOST
               WRITE WS-DIG-RPT-LINE FROM DIG-GATE-LOST-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0004-550-FEED-LINE.
           MOVE WS-GATE-FEED(GX) TO DGL-FEED.
           MOVE WS-GATE-STEP(GX) TO DGL-STEP.
           MOVE WS-GATE-SITUACAO(GX) TO DGL-SITUACAO.
           MOVE WS-GATE-HORA(GX) TO DGL-HORA.
           MOVE WS-GATE-DESTINO(GX) TO DGL-DESTINO.
           WRITE WS-DIG-RPT-LINE FROM DIG-GATE-LINE
               AFTER ADVANCING 1 LINE.

       0005-TOP-THREE.
           MOVE "MAIS VENDIDOS DA ULTIMA APURACAO:"
               TO DIG-SECTION-LINE.
