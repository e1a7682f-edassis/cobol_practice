      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION, IN THE SPIRIT OF DATADIR: THE
      *              COUNTER, THE REVENUE EXTENSION AND THE PROMOTION
      *              REPORT MUST ALL AGREE ON WHICH PROMOTION WAS IN
      *              FORCE FOR A SALE. CALLERS PASS THE BOOK NUMBER,
      *              ITS SUBJECT CATEGORY, THE SALE REGION AND THE
      *              SALE DATE (AAAAMMDD); THE ROUTINE LOOKS THEM UP
      *              IN PROMOMF.DAT (KEPT IN CTLMAINT OPTION P) AND
      *              RETURNS THE PROMOTION CODE AND DISCOUNT PERCENT,
      *              OR SPACES AND ZERO WHEN NONE APPLIES. A LINE
      *              MATCHES WHEN IT NAMES THE TITLE ("T") OR THE
      *              TITLE'S CATEGORY ("C"), ITS REGION IS BLANK OR
      *              EQUAL TO THE SALE REGION, AND THE SALE DATE FALLS
      *              BETWEEN ITS START AND END DATES INCLUSIVE. WHEN
      *              SEVERAL LINES MATCH THE LARGEST DISCOUNT WINS;
      *              DISCOUNTS NEVER ADD UP. THE FILE IS READ ONCE
      *              AND CACHED FOR THE RUN.
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROMOFIND.
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROMOMFFILE ASSIGN TO DYNAMIC WS-PTH-PROMOMF-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRM-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  PROMOMFFILE.
           01  PRM-RECORD.
               88 ENDOFPROMOMF      VALUE HIGH-VALUES.
               05 PRM-CODIGO        PIC X(06).
               05 PRM-TIPO          PIC X(01).
               05 PRM-ALVO          PIC X(05).
               05 PRM-REGIAO        PIC X(03).
               05 PRM-INICIO        PIC X(08).
               05 PRM-FIM           PIC X(08).
               05 PRM-DESCONTO-X    PIC X(04).
               05 PRM-DESCONTO REDEFINES PRM-DESCONTO-X
                                    PIC 9(2)V99.

           WORKING-STORAGE SECTION.
           77  WS-PTH-PROMOMF-DAT   PIC X(44)
               VALUE "ASSETS/PROMOMF.DAT".
           77  WS-PRM-STATUS        PIC X(02) VALUE SPACES.
               88 WS-PRM-OK         VALUE "00".
           77  WS-PF-LOADED-SW      PIC X(01) VALUE "N".
               88 WS-PF-LOADED      VALUE "Y".

           01  WS-PF-TABLE.
               05 WS-PF-ENTRY OCCURS 100 TIMES.
                  10 WS-PF-CODIGO   PIC X(06).
                  10 WS-PF-TIPO     PIC X(01).
                  10 WS-PF-ALVO     PIC X(05).
                  10 WS-PF-REGIAO   PIC X(03).
                  10 WS-PF-INICIO   PIC X(08).
                  10 WS-PF-FIM      PIC X(08).
                  10 WS-PF-DESCONTO PIC 9(2)V99.
           77  WS-PF-COUNT          PIC 9(3) VALUE ZEROS.
           77  WS-PF-IX             PIC 9(3) VALUE ZEROS.

           LINKAGE SECTION.
           01  PF-BOOKNUM           PIC X(5).
           01  PF-CATEGORIA         PIC X(3).
           01  PF-REGIAO            PIC X(3).
           01  PF-DATA              PIC X(8).
           01  PF-CODIGO            PIC X(6).
           01  PF-DESCONTO          PIC 9(2)V99.

           PROCEDURE DIVISION USING PF-BOOKNUM PF-CATEGORIA PF-REGIAO
                                    PF-DATA PF-CODIGO PF-DESCONTO.
           0001-MAIN.
               IF NOT WS-PF-LOADED
                   PERFORM 0002-LOAD-PROMOTIONS
               END-IF.
               MOVE SPACES TO PF-CODIGO.
               MOVE ZEROS TO PF-DESCONTO.
               PERFORM 0003-MATCH-PROMOTION
                   VARYING WS-PF-IX FROM 1 BY 1
                   UNTIL WS-PF-IX > WS-PF-COUNT.
               GOBACK.

           0002-LOAD-PROMOTIONS.
               SET WS-PF-LOADED TO TRUE.
               CALL "DATADIR" USING WS-PTH-PROMOMF-DAT.
               OPEN INPUT PROMOMFFILE.
               IF WS-PRM-OK
                   READ PROMOMFFILE
                       AT END SET ENDOFPROMOMF TO TRUE
                   END-READ
                   PERFORM 0002-500-KEEP-PROMOTION
                       UNTIL ENDOFPROMOMF
                   CLOSE PROMOMFFILE
               END-IF.

           0002-500-KEEP-PROMOTION.
               IF PRM-DESCONTO-X IS NUMERIC
                  AND PRM-INICIO IS NUMERIC
                  AND PRM-FIM IS NUMERIC
                  AND WS-PF-COUNT < 100
                   ADD 1 TO WS-PF-COUNT
                   MOVE PRM-CODIGO TO WS-PF-CODIGO(WS-PF-COUNT)
                   MOVE PRM-TIPO TO WS-PF-TIPO(WS-PF-COUNT)
                   MOVE PRM-ALVO TO WS-PF-ALVO(WS-PF-COUNT)
                   MOVE PRM-REGIAO TO WS-PF-REGIAO(WS-PF-COUNT)
                   MOVE PRM-INICIO TO WS-PF-INICIO(WS-PF-COUNT)
                   MOVE PRM-FIM TO WS-PF-FIM(WS-PF-COUNT)
                   MOVE PRM-DESCONTO TO WS-PF-DESCONTO(WS-PF-COUNT)
               END-IF.
               READ PROMOMFFILE
                   AT END SET ENDOFPROMOMF TO TRUE
               END-READ.

           0003-MATCH-PROMOTION.
               IF ((WS-PF-TIPO(WS-PF-IX) = "T"
                    AND WS-PF-ALVO(WS-PF-IX) = PF-BOOKNUM)
                   OR (WS-PF-TIPO(WS-PF-IX) = "C"
                       AND PF-CATEGORIA NOT = SPACES
                       AND WS-PF-ALVO(WS-PF-IX)(1:3) = PF-CATEGORIA))
                  AND (WS-PF-REGIAO(WS-PF-IX) = SPACES
                       OR WS-PF-REGIAO(WS-PF-IX) = PF-REGIAO)
                  AND PF-DATA NOT < WS-PF-INICIO(WS-PF-IX)
                  AND PF-DATA NOT > WS-PF-FIM(WS-PF-IX)
                  AND WS-PF-DESCONTO(WS-PF-IX) > PF-DESCONTO
                   MOVE WS-PF-CODIGO(WS-PF-IX) TO PF-CODIGO
                   MOVE WS-PF-DESCONTO(WS-PF-IX) TO PF-DESCONTO
               END-IF.

           END PROGRAM PROMOFIND.
