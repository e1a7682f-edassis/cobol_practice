      *              (THE WINDOW CATCHES THE REST FROM THE LIVE FILE,
      *              SO NOTHING COUNTS TWICE), REPORTS THE TOTAL AND
      *              CONSUMES THE FILE ON A CLEAN RUN.
      * 15/10/2026 - A SALE MADE UNDER A PROMOTION WAS STILL VALUED AT
      *              THE FULL PRICE, OVERSTATING REVENUE. AFTER THE
      *              EFFECTIVE PRICE IS FOUND, THE SHARED PROMOFIND
      *              ROUTINE IS ASKED FOR A PROMOTION ON PROMOMF.DAT IN
      *              FORCE FOR THE TITLE OR ITS CATEGORY IN THE SALE
      *              REGION ON THE SALE DATE, AND THE LINE IS VALUED
      *              LESS THAT DISCOUNT, ROUNDED AS ON THE COUNTER
      *              RECEIPT. DISCOUNTED LINES AND THE DISCOUNT GIVEN
      *              ARE TOTALLED ON THE REPORT.
      * 15/10/2026 - A SALE SCANNED AT THE TILL BY ISBN IS TRANSLATED
      *              TO ITS BOOK NUMBER THROUGH ISBNXLAT AS IT IS
      *              READ, SINCE THIS STEP RUNS BEFORE SALESEDIT
      *              REWRITES BOOKSALES.DAT; AN UNKNOWN ISBN IS LEFT
      *              UNPRICED FOR SALESEDIT TO REJECT AND COMES BACK
      *              THROUGH THE REFEED ONCE CORRECTED. THE SALE
      *              RECORD IS NOW READ AT ITS FULL WIDTH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVEXT.
              88 RETURNSALE      VALUE "R".
           02 BSF-SALEDATE       PIC 9(8).
           02 BSF-REGION         PIC X(3).
           02 BSF-CLIENTEID      PIC X(6).
           02 FILLER             PIC X(8).

       FD  REFEEDFILE.
       01  RFD-RECORD.
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  REVTRANSFILE.
       01  REVTRANS-RECORD.
       77  WS-CUTOFF-DATE        PIC 9(8) VALUE ZEROS.
       77  WS-BSF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BSF-STATUS-OK   VALUE "00".
       77  WS-ISBN-XLAT          PIC X(01) VALUE SPACE.
       77  WS-BMF-STATUS         PIC X(02) VALUE SPACES.
           88 WS-BMF-STATUS-OK   VALUE "00".
       77  WS-VTR-STATUS         PIC X(02) VALUE SPACES.
       77  WS-ENV-HASH           PIC 9(13)V9(2) VALUE ZEROS.
       77  WS-REVEXT-RPT-LEN     PIC 9(03) VALUE 80.
       77  WS-LINE-REVENUE       PIC S9(7)V99 VALUE ZEROS.
       77  WS-PROMO-CODIGO       PIC X(06) VALUE SPACES.
       77  WS-PROMO-DESCONTO     PIC 9(2)V99 VALUE ZEROS.
       77  WS-PROMO-VALOR        PIC 9(7)V99 VALUE ZEROS.
       77  WS-PROMO-COUNT        PIC 9(05) VALUE ZEROS.
       77  WS-PROMO-TOTAL        PIC S9(9)V99 VALUE ZEROS.

       01  WS-SALEDATE-SPLIT.
           05 WS-SALE-ANO        PIC 9(4).
              VALUE "REAPRESENTADAS PRECIFICADAS:  ".
           05 RVX-TOT-REFEED     PIC ZZZZ9.

       01  REVEXT-PROMO-TOTAL-LINE.
           05 FILLER             PIC X(30)
              VALUE "VENDAS COM PROMOCAO:          ".
           05 RVX-TOT-PROMO      PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE "  DESCONTO  ".
           05 RVX-TOT-DESCONTO   PIC -Z(8)9,99.

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000-SET-DATA-PATHS.
           END-IF.

       0002-500-READ-SALE.
           MOVE SPACE TO WS-ISBN-XLAT.
           READ BOOKSALESFILE
               AT END SET ENDOFBSF TO TRUE
               NOT AT END
                   CALL "ISBNXLAT" USING BSF-RECORD WS-ISBN-XLAT
           END-READ.

       0003-PRICE-SALE.
           IF (NORMALSALE OR RETURNSALE)
              AND WS-ISBN-XLAT NOT = "N"
              AND BSF-SALEDATE NOT < WS-CUTOFF-DATE
              AND BSF-SALEDATE < WS-RUN-DATE-NUM
               PERFORM 0003-500-APPLY-PRICE
           MOVE BSF-BOOKNUM TO BMF-BOOKNUM.
           READ BOOKMASTERFILE
               INVALID KEY MOVE ZEROS TO BMF-PRICE
                           MOVE SPACES TO BMF-CATEGORIA
           END-READ.
           PERFORM 0003-400-FIND-EFFECTIVE-PRICE.
           IF WS-EFFECTIVE-PRICE = ZEROS
           ELSE
               COMPUTE WS-LINE-REVENUE =
                   WS-EFFECTIVE-PRICE * BSF-COPIES
               PERFORM 0003-450-APPLY-PROMOTION
               IF RETURNSALE
                   COMPUTE WS-LINE-REVENUE = ZERO - WS-LINE-REVENUE
               END-IF
               MOVE SPACES TO PHIST-RECORD
           END-IF.

       0003-450-APPLY-PROMOTION.
           CALL "PROMOFIND" USING BSF-BOOKNUM BMF-CATEGORIA
               BSF-REGION BSF-SALEDATE
               WS-PROMO-CODIGO WS-PROMO-DESCONTO.
           IF WS-PROMO-DESCONTO > ZEROS
               COMPUTE WS-PROMO-VALOR ROUNDED =
                   WS-LINE-REVENUE * WS-PROMO-DESCONTO / 100
               SUBTRACT WS-PROMO-VALOR FROM WS-LINE-REVENUE
               ADD 1 TO WS-PROMO-COUNT
               IF RETURNSALE
                   SUBTRACT WS-PROMO-VALOR FROM WS-PROMO-TOTAL
               ELSE
                   ADD WS-PROMO-VALOR TO WS-PROMO-TOTAL
               END-IF
           END-IF.

       0003-600-ACCUMULATE-MONTH.
           MOVE BSF-SALEDATE TO WS-SALEDATE-SPLIT.
           IF WS-CLOSED-THRU > ZEROS
           MOVE WS-REFEED-COUNT TO RVX-TOT-REFEED.
           WRITE WS-REVEXT-RPT-LINE FROM REVEXT-REFEED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-PROMO-COUNT TO RVX-TOT-PROMO.
           MOVE WS-PROMO-TOTAL TO RVX-TOT-DESCONTO.
           MOVE REVEXT-PROMO-TOTAL-LINE TO WS-REVEXT-RPT-LINE.
           CALL "DECFMT" USING WS-REVEXT-RPT-LINE, WS-REVEXT-RPT-LEN.
           WRITE WS-REVEXT-RPT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-RFD-OPENED AND RETURN-CODE = ZERO
               OPEN OUTPUT REFEEDFILE
               CLOSE REFEEDFILE
