      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION, IN THE SPIRIT OF PROMOFIND: THE
      *              BRANCH TILLS WRITE A SCANNED SALE WITH THE 13-DIGIT
      *              ISBN IN PLACE OF THE 5-DIGIT BOOK NUMBER, AND THE
      *              STEPS THAT READ BOOKSALES.DAT BEFORE SALESEDIT HAS
      *              REWRITTEN IT (REVEXT, INVRCPT) MUST SEE THE SAME
      *              BOOK NUMBER SALESEDIT WILL. CALLERS PASS THE SALE
      *              LINE AS READ (33 CHARACTERS, ROOM FOR THE ISBN
      *              FORM); WHEN ITS FIRST 13 CHARACTERS ARE ALL DIGITS
      *              IT IS CHECKED THROUGH ISBNVALID, LOOKED UP ON
      *              ISBNXREF.DAT AND REBUILT IN BOOK-NUMBER FORM,
      *              EXACTLY AS SALESEDIT DOES. XL-RESULTADO COMES BACK
      *              SPACE FOR A LINE ALREADY IN BOOK-NUMBER FORM, "Y"
      *              FOR A LINE TRANSLATED AND "N" FOR AN INVALID OR
      *              UNKNOWN ISBN, LEFT AS IT WAS FOR SALESEDIT TO
      *              REJECT. THE CROSS-REFERENCE IS OPENED ON THE FIRST
      *              CALL AND KEPT OPEN FOR THE RUN.
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. ISBNXLAT.
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ISBNXREFFILE ASSIGN TO DYNAMIC
                   WS-PTH-ISBNXREF-DAT
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS XREF-ISBN
                   FILE STATUS IS WS-XREF-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  ISBNXREFFILE.
           01  XREF-RECORD.
               05 XREF-ISBN         PIC X(13).
               05 XREF-BOOKNUM      PIC X(5).

           WORKING-STORAGE SECTION.
           77  WS-PTH-ISBNXREF-DAT  PIC X(44)
               VALUE "ASSETS/ISBNXREF.DAT".
           77  WS-XREF-STATUS       PIC X(02) VALUE SPACES.
               88 WS-XREF-OK        VALUE "00".
           77  WS-XL-OPEN-SW        PIC X(01) VALUE "N".
               88 WS-XL-TRIED       VALUE "Y" "X".
               88 WS-XL-OPENED      VALUE "Y".
           77  WS-XL-VALID          PIC X(01) VALUE "N".
           77  WS-XL-BOOKNUM        PIC X(05) VALUE SPACES.
           01  WS-XL-SAIDA.
               05 WS-XL-SAIDA-BOOKNUM PIC X(05).
               05 WS-XL-SAIDA-RESTO PIC X(20).
               05 FILLER            PIC X(08) VALUE SPACES.

           LINKAGE SECTION.
           01  XL-LINHA.
               05 XL-ISBN           PIC X(13).
               05 XL-RESTO          PIC X(20).
           01  XL-RESULTADO         PIC X(1).

           PROCEDURE DIVISION USING XL-LINHA XL-RESULTADO.
           0001-MAIN.
               MOVE SPACE TO XL-RESULTADO.
               IF XL-ISBN IS NUMERIC
                   IF NOT WS-XL-TRIED
                       PERFORM 0002-OPEN-XREF
                   END-IF
                   PERFORM 0003-TRANSLATE
               END-IF.
               GOBACK.

           0002-OPEN-XREF.
               CALL "DATADIR" USING WS-PTH-ISBNXREF-DAT.
               OPEN INPUT ISBNXREFFILE.
               IF WS-XREF-OK
                   MOVE "Y" TO WS-XL-OPEN-SW
               ELSE
                   MOVE "X" TO WS-XL-OPEN-SW
               END-IF.

           0003-TRANSLATE.
               MOVE "N" TO XL-RESULTADO.
               MOVE SPACES TO WS-XL-BOOKNUM.
               CALL "ISBNVALID" USING XL-ISBN WS-XL-VALID.
               IF WS-XL-VALID = "Y" AND WS-XL-OPENED
                   MOVE XL-ISBN TO XREF-ISBN
                   READ ISBNXREFFILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE XREF-BOOKNUM TO WS-XL-BOOKNUM
                   END-READ
               END-IF.
               IF WS-XL-BOOKNUM NOT = SPACES
                   MOVE WS-XL-BOOKNUM TO WS-XL-SAIDA-BOOKNUM
                   MOVE XL-RESTO TO WS-XL-SAIDA-RESTO
                   MOVE WS-XL-SAIDA TO XL-LINHA
                   MOVE "Y" TO XL-RESULTADO
               END-IF.

           END PROGRAM ISBNXLAT.
