      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION, IN THE SPIRIT OF NUMVALID AND
      *              DATEVALID: THE CADASTRO NOW CARRIES EACH BOOK'S
      *              ISBN-13 AND THE COUNTER SCREENS AND THE SALES
      *              EDIT ACCEPT A SCANNED ISBN IN PLACE OF THE BOOK
      *              NUMBER. CALLERS PASS THE 13-CHARACTER FIELD;
      *              IV-VALID COMES BACK "Y" ONLY WHEN IT IS ALL
      *              DIGITS, STARTS WITH THE 978 OR 979 BOOKLAND
      *              PREFIX, AND THE LAST DIGIT MATCHES THE MODULO-10
      *              CHECK DIGIT (WEIGHTS 1 AND 3 ALTERNATING OVER
      *              THE FIRST TWELVE DIGITS), SO A MISKEYED OR
      *              MISREAD CODE IS REFUSED BEFORE ANY LOOKUP.
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. ISBNVALID.
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01  WS-IV-DIGITS.
               05 WS-IV-DIGIT      PIC 9(1) OCCURS 13 TIMES.

           77  WS-IV-IX            PIC 9(2) VALUE ZEROS.
           77  WS-IV-SOMA          PIC 9(4) VALUE ZEROS.
           77  WS-IV-QUOC          PIC 9(4) VALUE ZEROS.
           77  WS-IV-RESTO         PIC 9(2) VALUE ZEROS.
           77  WS-IV-DV            PIC 9(2) VALUE ZEROS.

           LINKAGE SECTION.
           01  IV-INPUT            PIC X(13).
           01  IV-VALID            PIC X(1).

           PROCEDURE DIVISION USING IV-INPUT IV-VALID.
           0001-MAIN.
               MOVE "N" TO IV-VALID.
               IF IV-INPUT IS NUMERIC
                  AND (IV-INPUT(1:3) = "978"
                       OR IV-INPUT(1:3) = "979")
                   MOVE IV-INPUT TO WS-IV-DIGITS
                   PERFORM 0002-CHECK-DIGIT
               END-IF.
               GOBACK.

           0002-CHECK-DIGIT.
               MOVE ZEROS TO WS-IV-SOMA.
               PERFORM 0003-ADD-DIGIT
                   VARYING WS-IV-IX FROM 1 BY 1 UNTIL WS-IV-IX > 12.
               DIVIDE WS-IV-SOMA BY 10
                   GIVING WS-IV-QUOC REMAINDER WS-IV-RESTO.
               IF WS-IV-RESTO = ZEROS
                   MOVE ZEROS TO WS-IV-DV
               ELSE
                   COMPUTE WS-IV-DV = 10 - WS-IV-RESTO
               END-IF.
               IF WS-IV-DV = WS-IV-DIGIT(13)
                   MOVE "Y" TO IV-VALID
               END-IF.

           0003-ADD-DIGIT.
               DIVIDE WS-IV-IX BY 2
                   GIVING WS-IV-QUOC REMAINDER WS-IV-RESTO.
               IF WS-IV-RESTO = 1
                   ADD WS-IV-DIGIT(WS-IV-IX) TO WS-IV-SOMA
               ELSE
                   COMPUTE WS-IV-SOMA =
                       WS-IV-SOMA + (WS-IV-DIGIT(WS-IV-IX) * 3)
               END-IF.

           END PROGRAM ISBNVALID.
