      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - A SCENARIO CAN NOW PROJECT WITH THE RECENT ACTUAL
      *              INDEX INSTEAD OF A TYPED RATE. THE DETAIL RECORD
      *              CARRIES AN INDEX CODE (CDI, IPCA...) AND A
      *              PERCENTAGE OF IT (ZERO = 100%); EVERY RATE SLOT
      *              LEFT AT ZERO USES THE INDEX. THE MONTHLY FACTOR IS
      *              PROJECTED FROM THE LAST 12 MONTHS OF INDHIST.DAT
      *              (DAILY INDEX: ACCUMULATED FACTOR OVER 21 BUSINESS
      *              DAYS A MONTH; MONTHLY INDEX: GEOMETRIC MEAN), AND
      *              IS PRINTED UNDER THE SCENARIO HEADING. AN INDEX
      *              WITH NO HISTORY IN THE WINDOW REJECTS THE
      *              TRANSACTION. HEADER AND TRAILER FILLERS WIDENED TO
      *              THE NEW RECORD LENGTH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVESTIMENTO.
           SELECT INFLCONTROLFILE ASSIGN TO DYNAMIC WS-PTH-INFLCTL-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFL-STATUS.

           SELECT INDHISTFILE ASSIGN TO DYNAMIC WS-PTH-INDHIST-DAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WS-IND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVESTTRANSFILE.
              88 INVTRANS-HEADER   VALUE "H".
              88 INVTRANS-DETAIL   VALUE "D".
              88 INVTRANS-TRAILER  VALUE "T".
           05 INVTRANS-DATA        PIC X(50).
           05 INVTRANS-HDR REDEFINES INVTRANS-DATA.
              10 IHDR-DATE         PIC 9(08).
              10 IHDR-SOURCE       PIC X(08).
              10 FILLER            PIC X(34).
           05 INVTRANS-DET REDEFINES INVTRANS-DATA.
              10 INVTRANS-VALOR    PIC 9(8)V99.
              10 INVTRANS-PERIODO  PIC 9(3).
              10 INVTRANS-TAXA     PIC 9(2)V99 OCCURS 3 TIMES.
              10 INVTRANS-APORTE   PIC 9(8)V99.
              10 INVTRANS-CLIENTE  PIC 9(5).
              10 INVTRANS-INDICE   PIC X(4).
              10 INVTRANS-PCT-INDICE PIC 9(3)V99.
           05 INVTRANS-TRL REDEFINES INVTRANS-DATA.
              10 ITRL-COUNT        PIC 9(07).
              10 ITRL-HASH         PIC 9(13)V99.
              10 FILLER            PIC X(28).

       FD  AMORTREPORTFILE.
       01  WS-AMORT-LINE PIC X(132).
           88 WS-EOF-INFL-CTL      VALUE HIGH-VALUES.
           05 INFLCTL-PCT          PIC 99V9999.

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

       WORKING-STORAGE SECTION.
       77  WS-PTH-INVESTTRANS-DAT PIC X(44)
           VALUE "ASSETS/INVESTTRANS.DAT".
           VALUE "ASSETS/IRCTL.DAT".
       77  WS-PTH-INFLCTL-DAT PIC X(44)
           VALUE "ASSETS/INFLCTL.DAT".
       77  WS-PTH-INDHIST-DAT PIC X(44)
           VALUE "ASSETS/INDHIST.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.


       01  WS-TAXA-COMPARE-TABLE.
           05 WS-TAXA-CMP-ENTRY OCCURS 3 TIMES.
              10 WS-TAXA-CMP  PIC 9(2)V9(8).
              10 WS-SALDO-CMP PIC 9(8)V99.
              10 WS-PRINC-CMP PIC 9(10)V99.
              10 WS-TAXA-ORIGEM PIC X(1).

       77  WS-IND-STATUS     PIC X(02)  VALUE SPACES.
           88 WS-IND-STATUS-OK VALUE "00".
       77  WS-IND-OPEN-SW    PIC X(01)  VALUE "N".
           88 WS-IND-OPENED   VALUE "Y".
           88 WS-IND-TRIED    VALUE "Y" "X".
       77  WS-IND-EOF-SW     PIC X(01)  VALUE "N".
           88 WS-IND-DONE     VALUE "Y".
       77  WS-PROJ-CODIGO    PIC X(04)  VALUE SPACES.
       77  WS-PROJ-PERIODO   PIC X(01)  VALUE SPACES.
       77  WS-PROJ-COUNT     PIC 9(04)  VALUE ZEROS.
       77  WS-PROJ-DATA-INI  PIC 9(08)  VALUE ZEROS.
       77  WS-PROJ-ACUM      PIC 9(3)V9(14) VALUE ZEROS.
       77  WS-PROJ-EXP       PIC 9(2)V9(10) VALUE ZEROS.
       77  WS-PROJ-MENSAL    PIC 9(3)V9(14) VALUE ZEROS.
       77  WS-PROJ-VARIACAO  PIC S9(3)V9(14) VALUE ZEROS.
       77  WS-PROJ-PCT       PIC 9(3)V99 VALUE ZEROS.

       01  WS-INDEX-NOTE-LINE.
           05 FILLER         PIC X(05) VALUE "TAXA ".
           05 INL-TAXA-IX    PIC 9.
           05 FILLER         PIC X(02) VALUE ": ".
           05 INL-PCT        PIC ZZ9,99.
           05 FILLER         PIC X(05) VALUE "% DO ".
           05 INL-CODIGO     PIC X(04).
           05 FILLER         PIC X(26)
              VALUE " - FATOR MENSAL PROJETADO ".
           05 INL-FATOR      PIC Z9,99999999.
           05 FILLER         PIC X(06) VALUE " (DE  ".
           05 INL-DATA-INI   PIC 9(08).
           05 FILLER         PIC X(02) VALUE ", ".
           05 INL-COUNT      PIC ZZZ9.
           05 FILLER         PIC X(13) VALUE " PUBLICACOES)".

       77  WS-IR-STATUS      PIC X(02)  VALUE SPACES.
           88 WS-IR-STATUS-OK VALUE "00".
               SET WS-TRANS-INVALID TO TRUE
           END-IF.
           IF WS-TRANS-VALID
               IF INVTRANS-INDICE NOT = SPACES
                  AND INVTRANS-INDICE NOT = WS-PROJ-CODIGO
                   PERFORM 0300-160-PROJECT-INDEX
               END-IF
               PERFORM 0300-150-VALIDATE-TAXA
                   VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-TAXAS
           END-IF.

       0300-150-VALIDATE-TAXA.
           MOVE INVTRANS-TAXA(CX) TO WS-TAXA-CMP(CX).
           MOVE SPACE TO WS-TAXA-ORIGEM(CX).
           IF INVTRANS-TAXA(CX) = ZEROS
              AND INVTRANS-INDICE NOT = SPACES
               MOVE "I" TO WS-TAXA-ORIGEM(CX)
               PERFORM 0300-170-APPLY-INDEX
           END-IF.
           IF WS-TAXA-ORIGEM(CX) = "I" AND WS-PROJ-COUNT = ZEROS
               DISPLAY 'ERRO: TAXA ' CX ' SEM HISTORICO DO INDICE '
                   INVTRANS-INDICE ' NOS ULTIMOS 12 MESES'
               ADD 1 TO WS-INVEST-ERROR-COUNT
               SET WS-TRANS-INVALID TO TRUE
           ELSE
               IF WS-TAXA-CMP(CX) <= 0 OR WS-TAXA-CMP(CX) > 2,00
                   DISPLAY 'ERRO: TAXA ' CX
                       ' INVALIDA - MAXIMO DE 2,00 AO MES'
                   ADD 1 TO WS-INVEST-ERROR-COUNT
                   SET WS-TRANS-INVALID TO TRUE
               ELSE
                   MOVE WS-INVESTIMENTO TO WS-SALDO-CMP(CX)
                   MOVE WS-INVESTIMENTO TO WS-PRINC-CMP(CX)
               END-IF
           END-IF.

      * MONTHLY FACTOR OF AN INDEX OVER THE 12 MONTHS BEFORE THE RUN
      * DATE. THE RESULT IS KEPT FOR THE NEXT TRANSACTION NAMING THE
      * SAME INDEX, SINCE THE WINDOW DOES NOT MOVE DURING THE RUN.
       0300-160-PROJECT-INDEX.
           MOVE INVTRANS-INDICE TO WS-PROJ-CODIGO.
           MOVE SPACE TO WS-PROJ-PERIODO.
           MOVE ZEROS TO WS-PROJ-COUNT.
           MOVE 1 TO WS-PROJ-ACUM.
           MOVE 1 TO WS-PROJ-MENSAL.
           COMPUTE WS-PROJ-DATA-INI = WS-RUN-DATE-NUM - 10000.
           IF NOT WS-IND-TRIED
               OPEN INPUT INDHISTFILE
               IF WS-IND-STATUS-OK
                   SET WS-IND-OPENED TO TRUE
               ELSE
                   MOVE "X" TO WS-IND-OPEN-SW
                   DISPLAY 'AVISO: INDHIST.DAT INDISPONIVEL - STATUS '
                       WS-IND-STATUS
               END-IF
           END-IF.
           IF WS-IND-OPENED
               MOVE "N" TO WS-IND-EOF-SW
               MOVE WS-PROJ-CODIGO TO IND-CODIGO
               MOVE WS-PROJ-DATA-INI TO IND-DATA
               START INDHISTFILE KEY NOT < IND-CHAVE
                   INVALID KEY SET WS-IND-DONE TO TRUE
               END-START
               PERFORM 0300-165-READ-INDEX UNTIL WS-IND-DONE
           END-IF.
           IF WS-PROJ-COUNT > ZEROS
               IF WS-PROJ-PERIODO = "D"
                   COMPUTE WS-PROJ-EXP ROUNDED = 21 / WS-PROJ-COUNT
               ELSE
                   COMPUTE WS-PROJ-EXP ROUNDED = 1 / WS-PROJ-COUNT
               END-IF
               COMPUTE WS-PROJ-MENSAL ROUNDED =
                   WS-PROJ-ACUM ** WS-PROJ-EXP
           END-IF.

       0300-165-READ-INDEX.
           READ INDHISTFILE NEXT RECORD
               AT END SET WS-IND-DONE TO TRUE
           END-READ.
           IF NOT WS-IND-DONE
               IF IND-CODIGO NOT = WS-PROJ-CODIGO
                  OR IND-DATA NOT < WS-RUN-DATE-NUM
                   SET WS-IND-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-PROJ-COUNT
                   MOVE IND-PERIODO TO WS-PROJ-PERIODO
                   COMPUTE WS-PROJ-ACUM ROUNDED =
                       WS-PROJ-ACUM * IND-FATOR
               END-IF
           END-IF.

      * THE VARIATION IS TAKEN INTO ITS OWN FIELD FIRST SO THE
      * PERCENTAGE IS APPLIED AT FULL PRECISION.
       0300-170-APPLY-INDEX.
           IF INVTRANS-PCT-INDICE = ZEROS
               MOVE 100 TO WS-PROJ-PCT
           ELSE
               MOVE INVTRANS-PCT-INDICE TO WS-PROJ-PCT
           END-IF.
           COMPUTE WS-PROJ-VARIACAO = WS-PROJ-MENSAL - 1.
           COMPUTE WS-TAXA-CMP(CX) ROUNDED =
               1 + (WS-PROJ-VARIACAO * WS-PROJ-PCT / 100).

       0300-200-WRITE-SCENARIO-HEADING.
           MOVE WS-CLIENTE TO SCN-CLI-ID.
           MOVE WS-PERIODO TO SCN-PERIODO.
           WRITE WS-AMORT-LINE FROM WS-SCENARIO-LABEL
               AFTER ADVANCING 1 LINE.
           PERFORM 0300-250-WRITE-INDEX-NOTE
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-TAXAS.
           WRITE WS-AMORT-LINE FROM WS-AMORT-HEADING
               AFTER ADVANCING 1 LINE.

       0300-250-WRITE-INDEX-NOTE.
           IF WS-TAXA-ORIGEM(CX) = "I"
               MOVE CX TO INL-TAXA-IX
               MOVE WS-PROJ-PCT TO INL-PCT
               MOVE WS-PROJ-CODIGO TO INL-CODIGO
               MOVE WS-TAXA-CMP(CX) TO INL-FATOR
               MOVE WS-PROJ-DATA-INI TO INL-DATA-INI
               MOVE WS-PROJ-COUNT TO INL-COUNT
               WRITE WS-AMORT-LINE FROM WS-INDEX-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       0400-FINALIZE.
           CLOSE INVESTTRANSFILE.
           IF WS-IND-OPENED
               CLOSE INDHISTFILE
           END-IF.
           WRITE WS-AMORT-LINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE AMORTREPORTFILE.
           CALL "DATADIR" USING WS-PTH-CLISTMT-RPT.
           CALL "DATADIR" USING WS-PTH-IRCTL-DAT.
           CALL "DATADIR" USING WS-PTH-INFLCTL-DAT.
           CALL "DATADIR" USING WS-PTH-INDHIST-DAT.

       END PROGRAM INVESTIMENTO.
