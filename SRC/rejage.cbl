      *              REJECT STILL UNCORRECTED WITH ITS REASON AND AGE
      *              IN DAYS ON REJAGE.RPT, OLDEST VISIBLY FIRST IN
      *              FILE ORDER, WITH PER-REASON TOTALS.
      * 15/10/2026 - REASON 05 (SCANNED ISBN NOT ON THE CROSS-
      *              REFERENCE) JOINS THE PER-REASON TOTALS, AND THE
      *              SCANNED ISBN CARRIED AT THE END OF SUCH A REJECT
      *              IS PRINTED AFTER THE AGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJAGE.
           05 FILLER             PIC X(01).
           05 REJ-REASON         PIC X(2).
           05 REJ-DATE           PIC X(8).
           05 REJ-ISBN           PIC X(13).

       FD  REJAGEREPORTFILE.
       01  WS-REJAGE-RPT-LINE    PIC X(80).
           05 WS-CUMDAYS-MES     PIC 9(3) OCCURS 12 TIMES.

       01  WS-REASON-TOTALS.
           05 WS-REASON-COUNT    PIC 9(5) OCCURS 5 TIMES
              VALUE ZEROS.
       01  WS-REASON-IX          PIC 9(2) VALUE ZEROS.
       01  RX                    PIC 9(1).
           05 RAL-DATE           PIC X(8).
           05 FILLER             PIC X(07) VALUE "  DIAS ".
           05 RAL-DIAS           PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RAL-ISBN           PIC X(13).

       01  REJAGE-REASON-LINE.
           05 FILLER             PIC X(20) VALUE "PENDENTES DO MOTIVO ".
           MOVE REJ-IMAGE TO RAL-IMAGE.
           MOVE REJ-REASON TO RAL-REASON.
           MOVE REJ-DATE TO RAL-DATE.
           MOVE REJ-ISBN TO RAL-ISBN.
           IF REJ-DATE IS NUMERIC
               MOVE REJ-DATE TO WS-SERIAL-DATE-X
               PERFORM 0008-DATE-TO-SERIAL
           ADD 1 TO WS-REJECT-COUNT.
           IF REJ-REASON IS NUMERIC
               MOVE REJ-REASON TO WS-REASON-IX
               IF WS-REASON-IX >= 1 AND WS-REASON-IX <= 5
                   ADD 1 TO WS-REASON-COUNT(WS-REASON-IX)
               END-IF
           END-IF.

       0004-FINALIZE.
           PERFORM 0004-500-REASON-LINE
               VARYING RX FROM 1 BY 1 UNTIL RX > 5.
           MOVE WS-REJECT-COUNT TO RTL-COUNT.
           WRITE WS-REJAGE-RPT-LINE FROM REJAGE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
