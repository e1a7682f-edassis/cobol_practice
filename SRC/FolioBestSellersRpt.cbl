           SELECT AUTHRANKSORTFILE ASSIGN TO DYNAMIC
               WS-PTH-AUTHRANK-SRT.

           SELECT CATEGORYMASTERFILE ASSIGN TO DYNAMIC
               WS-PTH-CATEGMF-DAT
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-CATMF-STATUS.

           SELECT CATEGORYSCRATCHFILE ASSIGN TO DYNAMIC
               WS-PTH-CATSCR-DAT
                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATEGORYSORTFILE ASSIGN TO DYNAMIC
               WS-PTH-CATEG-SRT.

           SELECT CATEGORYREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-CATEG-RPT
                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATSUMREPORTFILE ASSIGN TO DYNAMIC
               WS-PTH-CATSUM-RPT
                      ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATHISTORYFILE ASSIGN TO DYNAMIC
               WS-PTH-CATHIST-DAT
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS WS-CATHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKMASTERFILE.
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       FD  BOOKSALESFILE.
       01  BSF-RECORD.
           02 AURNK-AUTHORID      PIC 9(5).
           02 AURNK-NAME          PIC X(25).

       FD  CATEGORYMASTERFILE.
       01  CMF-RECORD.
           88 ENDOFCATEGMF        VALUE HIGH-VALUES.
           02 CMF-CODE            PIC X(3).
           02 CMF-DESCRIPTION     PIC X(25).

       FD  CATEGORYSCRATCHFILE.
       01  CTS-RECORD.
           02 CTS-CATEGORY        PIC X(3).
           02 CTS-COPIES          PIC S9(4).
           02 CTS-BOOKNUM         PIC X(5).
           02 CTS-TITLE           PIC X(25).
           02 CTS-AUTHOR          PIC X(25).
           02 CTS-REVENUE         PIC S9(9)V99.

       SD  CATEGORYSORTFILE.
       01  CTSRT-RECORD.
           88 ENDOFCATEGORYSORT   VALUE HIGH-VALUES.
           02 CTSRT-CATEGORY      PIC X(3).
           02 CTSRT-COPIES        PIC S9(4).
           02 CTSRT-BOOKNUM       PIC X(5).
           02 CTSRT-TITLE         PIC X(25).
           02 CTSRT-AUTHOR        PIC X(25).
           02 CTSRT-REVENUE       PIC S9(9)V99.

       FD  CATEGORYREPORTFILE.
       01  CATEGORYPRINTLINE      PIC X(75).

       FD  CATSUMREPORTFILE.
       01  CATSUMPRINTLINE        PIC X(101).

       FD  CATHISTORYFILE.
       01  CHF-RECORD.
           88 ENDOFCATHIST        VALUE HIGH-VALUES.
           02 CHF-DATE            PIC 9(8).
           02 CHF-CATEGORY        PIC X(3).
           02 CHF-COPIES          PIC S9(7).
           02 CHF-REVENUE         PIC S9(11)V99.

       FD  CHECKPOINTFILE.
       01  CKPT-RECORD.
           88 ENDOFCKPT          VALUE HIGH-VALUES.
           VALUE "ASSETS/AUTHTOT.DAT".
       77  WS-PTH-AUTHRANK-SRT PIC X(44)
           VALUE "ASSETS/AUTHRANK.SRT".
       77  WS-PTH-CATEGMF-DAT PIC X(44)
           VALUE "ASSETS/CATEGMF.DAT".
       77  WS-PTH-CATSCR-DAT PIC X(44)
           VALUE "ASSETS/CATSCR.DAT".
       77  WS-PTH-CATEG-SRT PIC X(44)
           VALUE "ASSETS/CATEG.SRT".
       77  WS-PTH-CATEG-RPT PIC X(44)
           VALUE "ASSETS/CATEG.RPT".
       77  WS-PTH-CATSUM-RPT PIC X(44)
           VALUE "ASSETS/CATSUM.RPT".
       77  WS-PTH-CATHIST-DAT PIC X(44)
           VALUE "ASSETS/CATHIST.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

       01  WS-REGION-BOOKSALESTOTAL PIC S9(4).
       01  RRANK                   PIC 99.

       01  CATEGORY-HEADING1.
           02 FILLER              PIC X(20) VALUE SPACES.
           02 FILLER              PIC X(30)
              VALUE "BEST SELLERS BY CATEGORY".

       01  CATEGORY-HEADING2.
           02 FILLER              PIC X(19) VALUE SPACES.
           02 FILLER              PIC X(33) VALUE ALL "-".

       01  CATEGORY-GROUP-HEADING.
           02 FILLER              PIC X(5)  VALUE SPACES.
           02 FILLER              PIC X(10) VALUE "CATEGORY: ".
           02 CGH-CATEGORY        PIC X(3).
           02 FILLER              PIC X(3)  VALUE " - ".
           02 CGH-DESCRIPTION     PIC X(25).

       01  CATEGORY-RANK-LINE.
           02 CGNRANK             PIC ZZ9.
           02 FILLER              PIC X VALUE ".".
           02 FILLER              PIC X(4) VALUE SPACES.
           02 CGNBOOKNUM          PIC X(5).
           02 CGNBOOKTITLE        PIC BBBX(25).
           02 CGNAUTHORNAME       PIC BBX(25).
           02 CGNSALES            PIC -BZ.ZZ9.

       01  CATSUM-HEADING3.
           02 FILLER              PIC X(5)  VALUE "CAT".
           02 FILLER              PIC X(22) VALUE "DESCRIPTION".
           02 FILLER              PIC X(10) VALUE "   COPIES".
           02 FILLER              PIC X(8)  VALUE "  SHARE".
           02 FILLER              PIC X(9)  VALUE "  CHANGE".
           02 FILLER              PIC X(15) VALUE "        REVENUE".
           02 FILLER              PIC X(8)  VALUE "  SHARE".
           02 FILLER              PIC X(9)  VALUE "  CHANGE".

       01  CATSUM-DETAIL-LINE.
           02 CSL-CATEGORY        PIC X(3).
           02 FILLER              PIC XX VALUE SPACES.
           02 CSL-DESCRIPTION     PIC X(20).
           02 FILLER              PIC XX VALUE SPACES.
           02 CSL-COPIES          PIC -Z.ZZZ.ZZ9.
           02 FILLER              PIC XX VALUE SPACES.
           02 CSL-COPY-SHARE      PIC ZZ9,9.
           02 FILLER              PIC XX VALUE SPACES.
           02 CSL-COPY-MOVE       PIC X(7).
           02 FILLER              PIC XX VALUE SPACES.
           02 CSL-REVENUE         PIC -Z(9)9,99.
           02 FILLER              PIC XX VALUE SPACES.
           02 CSL-REV-SHARE       PIC ZZ9,9.
           02 FILLER              PIC XX VALUE SPACES.
           02 CSL-REV-MOVE        PIC X(7).

       01  CATSUM-NOPRIOR-LINE.
           02 FILLER              PIC X(60)
              VALUE "NO PRIOR RUN ON CATHIST.DAT - MOVEMENT NOT SHOWN".

       01  CATSUM-PRIOR-LINE.
           02 FILLER              PIC X(44)
              VALUE "CHANGE IN SHARE POINTS AGAINST THE RUN OF   ".
           02 CSP-PRIOR-DATE      PIC 9(8).

       01  CATEGORY-TABLE.
           02 CATEGORY-ENTRY OCCURS 60 TIMES.
              03 CT-CODE          PIC X(3).
              03 CT-DESCRIPTION   PIC X(25).
              03 CT-COPIES        PIC S9(7).
              03 CT-REVENUE       PIC S9(11)V99.
              03 CT-PRIOR-COPIES  PIC S9(7).
              03 CT-PRIOR-REVENUE PIC S9(11)V99.

       01  WS-CATEGORY-COUNT      PIC 99 VALUE ZEROS.
       01  CX                     PIC 99.
       01  CRANK                  PIC 9(4).
       01  WS-CATEGORY-KEY        PIC X(3).
       01  WS-CATEGORY-PREV       PIC X(3).
       01  WS-CATEGORY-GROUP-SW   PIC X VALUE "N".
           88 WS-CATEGORY-GROUP-OPEN VALUE "Y".
       01  WS-CATMF-STATUS        PIC XX.
           88 CATEGMF-OK          VALUE "00".
       01  WS-CATHIST-STATUS      PIC XX.
           88 CATHIST-OK          VALUE "00".
           88 CATHIST-NOT-FOUND   VALUE "35".
       01  WS-CAT-NEWEST-DATE     PIC 9(8) VALUE ZEROS.
       01  WS-CAT-PRIOR-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-CAT-TOTAL-COPIES    PIC S9(7) VALUE ZEROS.
       01  WS-CAT-TOTAL-REVENUE   PIC S9(11)V99 VALUE ZEROS.
       01  WS-CAT-PRIOR-COPIES    PIC S9(7) VALUE ZEROS.
       01  WS-CAT-PRIOR-REVENUE   PIC S9(11)V99 VALUE ZEROS.
       01  WS-CAT-SHARE           PIC S9(3)V9 VALUE ZEROS.
       01  WS-CAT-PRIOR-SHARE     PIC S9(3)V9 VALUE ZEROS.
       01  WS-CAT-SHARE-MOVE      PIC S9(3)V9 VALUE ZEROS.
       01  WS-CAT-MOVE-EDIT       PIC -ZZ9,9.
       01  WS-CAT-LINE-LEN        PIC 9(03) VALUE 101.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM SETDATAPATHS.
           END-IF
           PERFORM PRINTBESTSELLERSLIST
           PERFORM PRINTREVENUELIST
           PERFORM PRINTCATEGORYREPORTS
           IF NOT RESTART-REQUESTED
               PERFORM PRINTREGIONALBESTSELLERS-DRIVER
           END-IF
           OPEN OUTPUT BMFEXCEPTIONFILE
           OPEN OUTPUT CSVFILE
           OPEN OUTPUT AUTHORSCRATCHFILE
           OPEN OUTPUT CATEGORYSCRATCHFILE
           OPEN OUTPUT ORPHANSALESFILE

           WRITE ORPHANPRINTLINE FROM ORPHAN-HEADING1
               CLOSE CHECKPOINTFILE
           END-IF
           CLOSE AUTHORSCRATCHFILE.
           CLOSE CATEGORYSCRATCHFILE.
           CLOSE REPORTFILE,
                 BOOKMASTERFILE,
                 BOOKINVENTORYFILE,
                   VARYING RANK FROM WS-NEARMISS-LIMIT BY -1
                   UNTIL RANK < 1
              PERFORM RELEASEAUTHORTOTAL
              PERFORM RELEASECATEGORYTOTAL
           END-IF.

       CHECKREVENUERANK.
           MOVE BOOKSALESTOTAL TO AUS-TOTAL
           WRITE AUS-RECORD.

       RELEASECATEGORYTOTAL.
           MOVE BMF-CATEGORIA TO CTS-CATEGORY
           MOVE BOOKSALESTOTAL TO CTS-COPIES
           MOVE BMF-BOOKNUM TO CTS-BOOKNUM
           MOVE BMF-BOOKTITLE TO CTS-TITLE
           MOVE BMF-AUTHORNAME TO CTS-AUTHOR
           MOVE WS-BOOK-REVENUE TO CTS-REVENUE
           WRITE CTS-RECORD.

       NOOP-PARA.
           CONTINUE.

                   AFTER ADVANCING 2 LINES
           END-IF.

       PRINTCATEGORYREPORTS.
           PERFORM LOADCATEGORYMASTER
           PERFORM LOADCATEGORYHISTORY
           SORT CATEGORYSORTFILE ON ASCENDING KEY CTSRT-CATEGORY
                                 ON DESCENDING KEY CTSRT-COPIES
                                 ON ASCENDING KEY CTSRT-BOOKNUM
               USING CATEGORYSCRATCHFILE
               OUTPUT PROCEDURE IS PRINTCATEGORYBESTSELLERS
           PERFORM PRINTCATEGORYSUMMARY
           IF WS-CAT-NEWEST-DATE NOT = WS-RUN-DATE-NUM
               PERFORM APPENDCATEGORYHISTORY
           END-IF.

       LOADCATEGORYMASTER.
           MOVE ZEROS TO WS-CATEGORY-COUNT
           OPEN INPUT CATEGORYMASTERFILE
           IF CATEGMF-OK
              READ CATEGORYMASTERFILE
                  AT END SET ENDOFCATEGMF TO TRUE
              END-READ
              PERFORM UNTIL ENDOFCATEGMF
                 MOVE CMF-CODE TO WS-CATEGORY-KEY
                 PERFORM FINDCATEGORYENTRY
                 IF CX NOT > WS-CATEGORY-COUNT
                    MOVE CMF-DESCRIPTION TO CT-DESCRIPTION(CX)
                 END-IF
                 READ CATEGORYMASTERFILE
                     AT END SET ENDOFCATEGMF TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CATEGORYMASTERFILE
              MOVE SPACES TO CMF-RECORD
           ELSE
              DISPLAY 'AVISO: CATEGMF.DAT INDISPONIVEL - STATUS '
                  WS-CATMF-STATUS
           END-IF.

       FINDCATEGORYENTRY.
           PERFORM NOOP-PARA
               VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CATEGORY-COUNT
                  OR CT-CODE(CX) = WS-CATEGORY-KEY
           IF CX > WS-CATEGORY-COUNT
              IF WS-CATEGORY-COUNT < 60
                 ADD 1 TO WS-CATEGORY-COUNT
                 MOVE WS-CATEGORY-COUNT TO CX
                 MOVE WS-CATEGORY-KEY TO CT-CODE(CX)
                 IF WS-CATEGORY-KEY = SPACES
                    MOVE "NO CATEGORY" TO CT-DESCRIPTION(CX)
                 ELSE
                    MOVE "CODE NOT ON CATEGMF" TO CT-DESCRIPTION(CX)
                 END-IF
                 MOVE ZEROS TO CT-COPIES(CX) CT-REVENUE(CX)
                               CT-PRIOR-COPIES(CX) CT-PRIOR-REVENUE(CX)
              ELSE
                 DISPLAY "TABELA DE CATEGORIAS CHEIA - CODIGO "
                         WS-CATEGORY-KEY " NAO TOTALIZADO"
              END-IF
           END-IF.

       LOADCATEGORYHISTORY.
           OPEN INPUT CATHISTORYFILE
           IF CATHIST-OK
              READ CATHISTORYFILE
                  AT END SET ENDOFCATHIST TO TRUE
              END-READ
              PERFORM UNTIL ENDOFCATHIST
                 IF CHF-DATE > WS-CAT-NEWEST-DATE
                    MOVE CHF-DATE TO WS-CAT-NEWEST-DATE
                 END-IF
                 IF CHF-DATE < WS-RUN-DATE-NUM
                    AND CHF-DATE > WS-CAT-PRIOR-DATE
                    MOVE CHF-DATE TO WS-CAT-PRIOR-DATE
                 END-IF
                 READ CATHISTORYFILE
                     AT END SET ENDOFCATHIST TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CATHISTORYFILE
           END-IF
           IF WS-CAT-PRIOR-DATE > ZEROS
              OPEN INPUT CATHISTORYFILE
              READ CATHISTORYFILE
                  AT END SET ENDOFCATHIST TO TRUE
              END-READ
              PERFORM UNTIL ENDOFCATHIST
                 IF CHF-DATE = WS-CAT-PRIOR-DATE
                    MOVE CHF-CATEGORY TO WS-CATEGORY-KEY
                    PERFORM FINDCATEGORYENTRY
                    IF CX NOT > WS-CATEGORY-COUNT
                       ADD CHF-COPIES TO CT-PRIOR-COPIES(CX)
                       ADD CHF-REVENUE TO CT-PRIOR-REVENUE(CX)
                    END-IF
                    ADD CHF-COPIES TO WS-CAT-PRIOR-COPIES
                    ADD CHF-REVENUE TO WS-CAT-PRIOR-REVENUE
                 END-IF
                 READ CATHISTORYFILE
                     AT END SET ENDOFCATHIST TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CATHISTORYFILE
           END-IF
           MOVE SPACES TO CHF-RECORD.

       PRINTCATEGORYBESTSELLERS.
           OPEN OUTPUT CATEGORYREPORTFILE
           MOVE "N" TO WS-CATEGORY-GROUP-SW
           WRITE CATEGORYPRINTLINE FROM CATEGORY-HEADING1
               AFTER ADVANCING PAGE.
           WRITE CATEGORYPRINTLINE FROM CATEGORY-HEADING2
               AFTER ADVANCING 1 LINE.

           RETURN CATEGORYSORTFILE
               AT END SET ENDOFCATEGORYSORT TO TRUE
           END-RETURN
           PERFORM UNTIL ENDOFCATEGORYSORT
               IF NOT WS-CATEGORY-GROUP-OPEN
                  OR CTSRT-CATEGORY NOT = WS-CATEGORY-PREV
                   SET WS-CATEGORY-GROUP-OPEN TO TRUE
                   MOVE CTSRT-CATEGORY TO WS-CATEGORY-PREV
                   MOVE ZEROS TO CRANK
                   MOVE CTSRT-CATEGORY TO WS-CATEGORY-KEY
                   PERFORM FINDCATEGORYENTRY
                   MOVE CTSRT-CATEGORY TO CGH-CATEGORY
                   IF CX NOT > WS-CATEGORY-COUNT
                       MOVE CT-DESCRIPTION(CX) TO CGH-DESCRIPTION
                   ELSE
                       MOVE SPACES TO CGH-DESCRIPTION
                   END-IF
                   WRITE CATEGORYPRINTLINE FROM CATEGORY-GROUP-HEADING
                       AFTER ADVANCING 3 LINES
                   WRITE CATEGORYPRINTLINE FROM REGION-DETAIL-HEADING
                       AFTER ADVANCING 2 LINES
               END-IF
               IF CX NOT > WS-CATEGORY-COUNT
                   ADD CTSRT-COPIES TO CT-COPIES(CX)
                   ADD CTSRT-REVENUE TO CT-REVENUE(CX)
               END-IF
               ADD CTSRT-COPIES TO WS-CAT-TOTAL-COPIES
               ADD CTSRT-REVENUE TO WS-CAT-TOTAL-REVENUE
               ADD 1 TO CRANK
               IF CRANK NOT > WS-TOPN AND CTSRT-COPIES > ZEROS
                   MOVE CRANK TO CGNRANK
                   MOVE CTSRT-BOOKNUM TO CGNBOOKNUM
                   MOVE CTSRT-TITLE TO CGNBOOKTITLE
                   MOVE CTSRT-AUTHOR TO CGNAUTHORNAME
                   MOVE CTSRT-COPIES TO CGNSALES
                   WRITE CATEGORYPRINTLINE FROM CATEGORY-RANK-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
               RETURN CATEGORYSORTFILE
                   AT END SET ENDOFCATEGORYSORT TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE CATEGORYREPORTFILE.

       PRINTCATEGORYSUMMARY.
           OPEN OUTPUT CATSUMREPORTFILE
           MOVE WS-RUN-DATE-NUM TO RPT-BH-RUNDATE
           MOVE "CATEGORY SUMMARY - SHARE OF NET COPIES AND REVENUE"
               TO RPT-BH-TITLE
           WRITE CATSUMPRINTLINE FROM RPT-BANNER-HEADING1
               AFTER ADVANCING PAGE.
           WRITE CATSUMPRINTLINE FROM RPT-BANNER-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE CATSUMPRINTLINE FROM RPT-BANNER-HEADING3
               AFTER ADVANCING 1 LINE.
           IF WS-CAT-PRIOR-DATE > ZEROS
               MOVE WS-CAT-PRIOR-DATE TO CSP-PRIOR-DATE
               WRITE CATSUMPRINTLINE FROM CATSUM-PRIOR-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE CATSUMPRINTLINE FROM CATSUM-NOPRIOR-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           WRITE CATSUMPRINTLINE FROM CATSUM-HEADING3
               AFTER ADVANCING 2 LINES.
           PERFORM PRINTCATEGORYSUMMARYLINE
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-CATEGORY-COUNT
           MOVE "TOT" TO CSL-CATEGORY
           MOVE "ALL CATEGORIES" TO CSL-DESCRIPTION
           MOVE WS-CAT-TOTAL-COPIES TO CSL-COPIES
           MOVE WS-CAT-TOTAL-REVENUE TO CSL-REVENUE
           MOVE 100 TO CSL-COPY-SHARE CSL-REV-SHARE
           MOVE SPACES TO CSL-COPY-MOVE CSL-REV-MOVE
           MOVE CATSUM-DETAIL-LINE TO CATSUMPRINTLINE
           CALL "DECFMT" USING CATSUMPRINTLINE, WS-CAT-LINE-LEN
           WRITE CATSUMPRINTLINE
               AFTER ADVANCING 3 LINES.
           WRITE CATSUMPRINTLINE FROM RPT-BANNER-FOOTER
               AFTER ADVANCING 3 LINES.
           CLOSE CATSUMREPORTFILE.

       PRINTCATEGORYSUMMARYLINE.
           IF CT-COPIES(CX) NOT = ZEROS
              OR CT-REVENUE(CX) NOT = ZEROS
              OR CT-PRIOR-COPIES(CX) NOT = ZEROS
              OR CT-PRIOR-REVENUE(CX) NOT = ZEROS
               MOVE CT-CODE(CX) TO CSL-CATEGORY
               MOVE CT-DESCRIPTION(CX) TO CSL-DESCRIPTION
               MOVE CT-COPIES(CX) TO CSL-COPIES
               MOVE CT-REVENUE(CX) TO CSL-REVENUE
               MOVE ZEROS TO WS-CAT-SHARE WS-CAT-PRIOR-SHARE
               IF WS-CAT-TOTAL-COPIES > ZEROS
                   COMPUTE WS-CAT-SHARE ROUNDED =
                       CT-COPIES(CX) * 100 / WS-CAT-TOTAL-COPIES
               END-IF
               IF WS-CAT-PRIOR-COPIES > ZEROS
                   COMPUTE WS-CAT-PRIOR-SHARE ROUNDED =
                       CT-PRIOR-COPIES(CX) * 100 / WS-CAT-PRIOR-COPIES
               END-IF
               MOVE WS-CAT-SHARE TO CSL-COPY-SHARE
               COMPUTE WS-CAT-SHARE-MOVE =
                   WS-CAT-SHARE - WS-CAT-PRIOR-SHARE
               MOVE WS-CAT-SHARE-MOVE TO WS-CAT-MOVE-EDIT
               MOVE WS-CAT-MOVE-EDIT TO CSL-COPY-MOVE
               MOVE ZEROS TO WS-CAT-SHARE WS-CAT-PRIOR-SHARE
               IF WS-CAT-TOTAL-REVENUE > ZEROS
                   COMPUTE WS-CAT-SHARE ROUNDED =
                       CT-REVENUE(CX) * 100 / WS-CAT-TOTAL-REVENUE
               END-IF
               IF WS-CAT-PRIOR-REVENUE > ZEROS
                   COMPUTE WS-CAT-PRIOR-SHARE ROUNDED =
                       CT-PRIOR-REVENUE(CX) * 100
                       / WS-CAT-PRIOR-REVENUE
               END-IF
               MOVE WS-CAT-SHARE TO CSL-REV-SHARE
               COMPUTE WS-CAT-SHARE-MOVE =
                   WS-CAT-SHARE - WS-CAT-PRIOR-SHARE
               MOVE WS-CAT-SHARE-MOVE TO WS-CAT-MOVE-EDIT
               MOVE WS-CAT-MOVE-EDIT TO CSL-REV-MOVE
               IF WS-CAT-PRIOR-DATE = ZEROS
                   MOVE SPACES TO CSL-COPY-MOVE CSL-REV-MOVE
               END-IF
               MOVE CATSUM-DETAIL-LINE TO CATSUMPRINTLINE
               CALL "DECFMT" USING CATSUMPRINTLINE, WS-CAT-LINE-LEN
               WRITE CATSUMPRINTLINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       APPENDCATEGORYHISTORY.
           OPEN EXTEND CATHISTORYFILE
           IF CATHIST-NOT-FOUND
               OPEN OUTPUT CATHISTORYFILE
           END-IF
           PERFORM APPENDCATEGORYHISTENTRY
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-CATEGORY-COUNT
           CLOSE CATHISTORYFILE.

       APPENDCATEGORYHISTENTRY.
           IF CT-COPIES(CX) NOT = ZEROS
              OR CT-REVENUE(CX) NOT = ZEROS
               MOVE WS-RUN-DATE-NUM TO CHF-DATE
               MOVE CT-CODE(CX) TO CHF-CATEGORY
               MOVE CT-COPIES(CX) TO CHF-COPIES
               MOVE CT-REVENUE(CX) TO CHF-REVENUE
               WRITE CHF-RECORD
           END-IF.

       SETDATAPATHS.
           CALL "DATADIR" USING WS-PTH-BOOKMF-DAT.
           CALL "DATADIR" USING WS-PTH-BOOKSALES-EDT.
           CALL "DATADIR" USING WS-PTH-AUTHOR-SRT.
           CALL "DATADIR" USING WS-PTH-AUTHTOT-DAT.
           CALL "DATADIR" USING WS-PTH-AUTHRANK-SRT.
           CALL "DATADIR" USING WS-PTH-CATEGMF-DAT.
           CALL "DATADIR" USING WS-PTH-CATSCR-DAT.
           CALL "DATADIR" USING WS-PTH-CATEG-SRT.
           CALL "DATADIR" USING WS-PTH-CATEG-RPT.
           CALL "DATADIR" USING WS-PTH-CATSUM-RPT.
           CALL "DATADIR" USING WS-PTH-CATHIST-DAT.
