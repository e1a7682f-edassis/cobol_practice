      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION, IN THE SPIRIT OF ISBNVALID: THE
      *              COUNTER NOW PRINTS THE CUSTOMER'S CPF OR CNPJ ON
      *              THE NFC-E AND CTLMAINT KEEPS EACH BRANCH'S CNPJ,
      *              AND THE AUTHORISATION SERVICE REJECTS A DOCUMENT
      *              CARRYING A TAX ID WITH A WRONG CHECK DIGIT.
      *              CALLERS PASS THE 14-CHARACTER FIELD, DIGITS ONLY
      *              AND LEFT-JUSTIFIED: 11 DIGITS FOLLOWED BY SPACES
      *              IS A CPF, 14 DIGITS A CNPJ. DV-VALID COMES BACK
      *              "Y" ONLY WHEN BOTH MODULO-11 CHECK DIGITS MATCH
      *              (CPF WEIGHTS 2 TO 11, CNPJ WEIGHTS 2 TO 9
      *              REPEATING, FROM THE RIGHT) AND THE NUMBER IS NOT
      *              ONE DIGIT REPEATED; DV-TIPO COMES BACK "F" FOR A
      *              CPF, "J" FOR A CNPJ, SPACE WHEN INVALID.
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. DOCVALID.
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01  WS-DV-DIGITS.
               05 WS-DV-DIGIT      PIC 9(1) OCCURS 14 TIMES.

           77  WS-DV-TAMANHO       PIC 9(2) VALUE ZEROS.
           77  WS-DV-PESO-MAX      PIC 9(2) VALUE ZEROS.
           77  WS-DV-ATE           PIC 9(2) VALUE ZEROS.
           77  WS-DV-IX            PIC 9(2) VALUE ZEROS.
           77  WS-DV-PESO          PIC 9(2) VALUE ZEROS.
           77  WS-DV-SOMA          PIC 9(4) VALUE ZEROS.
           77  WS-DV-QUOC          PIC 9(4) VALUE ZEROS.
           77  WS-DV-RESTO         PIC 9(2) VALUE ZEROS.
           77  WS-DV-DV            PIC 9(2) VALUE ZEROS.
           77  WS-DV-IGUAIS-SW     PIC X(1) VALUE "Y".

           LINKAGE SECTION.
           01  DV-INPUT            PIC X(14).
           01  DV-VALID            PIC X(1).
           01  DV-TIPO             PIC X(1).

           PROCEDURE DIVISION USING DV-INPUT DV-VALID DV-TIPO.
           0001-MAIN.
               MOVE "N" TO DV-VALID.
               MOVE SPACE TO DV-TIPO.
               MOVE ZEROS TO WS-DV-TAMANHO.
               IF DV-INPUT IS NUMERIC
                   MOVE 14 TO WS-DV-TAMANHO
                   MOVE 9 TO WS-DV-PESO-MAX
               ELSE
                   IF DV-INPUT(1:11) IS NUMERIC
                      AND DV-INPUT(12:3) = SPACES
                       MOVE 11 TO WS-DV-TAMANHO
                       MOVE 11 TO WS-DV-PESO-MAX
                   END-IF
               END-IF.
               IF WS-DV-TAMANHO > ZEROS
                   MOVE ZEROS TO WS-DV-DIGITS
                   MOVE DV-INPUT(1:WS-DV-TAMANHO)
                       TO WS-DV-DIGITS(1:WS-DV-TAMANHO)
                   MOVE "Y" TO WS-DV-IGUAIS-SW
                   PERFORM 0004-CHECK-REPEATED
                       VARYING WS-DV-IX FROM 2 BY 1
                       UNTIL WS-DV-IX > WS-DV-TAMANHO
                   IF WS-DV-IGUAIS-SW = "N"
                       PERFORM 0002-CHECK-DIGITS
                   END-IF
               END-IF.
               GOBACK.

           0002-CHECK-DIGITS.
               COMPUTE WS-DV-ATE = WS-DV-TAMANHO - 2.
               PERFORM 0003-ONE-DIGIT.
               IF WS-DV-DV = WS-DV-DIGIT(WS-DV-ATE + 1)
                   ADD 1 TO WS-DV-ATE
                   PERFORM 0003-ONE-DIGIT
                   IF WS-DV-DV = WS-DV-DIGIT(WS-DV-ATE + 1)
                       MOVE "Y" TO DV-VALID
                       IF WS-DV-TAMANHO = 14
                           MOVE "J" TO DV-TIPO
                       ELSE
                           MOVE "F" TO DV-TIPO
                       END-IF
                   END-IF
               END-IF.

      *    CHECK DIGIT OVER DIGITS 1 THRU WS-DV-ATE, WEIGHTED FROM THE
      *    RIGHT STARTING AT 2.
           0003-ONE-DIGIT.
               MOVE ZEROS TO WS-DV-SOMA.
               MOVE 2 TO WS-DV-PESO.
               PERFORM 0005-ADD-DIGIT
                   VARYING WS-DV-IX FROM WS-DV-ATE BY -1
                   UNTIL WS-DV-IX < 1.
               DIVIDE WS-DV-SOMA BY 11
                   GIVING WS-DV-QUOC REMAINDER WS-DV-RESTO.
               IF WS-DV-RESTO < 2
                   MOVE ZEROS TO WS-DV-DV
               ELSE
                   COMPUTE WS-DV-DV = 11 - WS-DV-RESTO
               END-IF.

           0004-CHECK-REPEATED.
               IF WS-DV-DIGIT(WS-DV-IX) NOT = WS-DV-DIGIT(1)
                   MOVE "N" TO WS-DV-IGUAIS-SW
               END-IF.

           0005-ADD-DIGIT.
               COMPUTE WS-DV-SOMA =
                   WS-DV-SOMA + (WS-DV-DIGIT(WS-DV-IX) * WS-DV-PESO).
               IF WS-DV-PESO = WS-DV-PESO-MAX
                   MOVE 2 TO WS-DV-PESO
               ELSE
                   ADD 1 TO WS-DV-PESO
               END-IF.

           END PROGRAM DOCVALID.
