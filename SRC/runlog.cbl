      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - FILE-ARRIVAL GATE EVENTS (RLOG-FEED-EVENT, SEE
      *              RUNLOGREC.CPY) GET THEIR OWN LINE: THE TIME AND
      *              "ARQ:" WITH THE EXPECTED FILE'S NAME IN PLACE OF
      *              THE RC COLUMN, SO DIGEST CAN LIST LATE AND
      *              MISSING FEEDS AND WHAT BECAME OF THEIR STEPS.
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. RUNLOG.
               05 FILLER                PIC X(06) VALUE "CONT: ".
               05 STL-COUNT             PIC 9(07).

           01  WS-FEED-DETAIL.
               05 FDL-PROGRAM-NAME      PIC X(16).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 FDL-EVENT             PIC X(05).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 FILLER                PIC X(06) VALUE "DATA: ".
               05 FDL-RUN-DATE          PIC 9(08).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 FILLER                PIC X(06) VALUE "HORA: ".
               05 FDL-RUN-TIME          PIC 9(08).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 FILLER                PIC X(06) VALUE "ARQ:  ".
               05 FDL-FEED-NAME         PIC X(16).

           01  WS-WRITE-IMAGE           PIC X(80) VALUE SPACES.

           LINKAGE SECTION.
           PROCEDURE DIVISION USING RLOG-RECORD.
           0001-MAIN.
               PERFORM 0000-SET-DATA-PATHS.
               EVALUATE TRUE
                   WHEN RLOG-EVENT = "STATS"
                       PERFORM 0002-BUILD-STATS
                   WHEN RLOG-FEED-EVENT
                       PERFORM 0002-BUILD-FEED
                   WHEN OTHER
                       PERFORM 0002-BUILD-DETAIL
               END-EVALUATE.
               PERFORM 0003-APPEND-LOG.
               MOVE RLOG-RETURN-CODE TO RETURN-CODE.
               GOBACK.
               MOVE RLOG-STAT-COUNT   TO STL-COUNT.
               MOVE WS-STATS-DETAIL   TO WS-WRITE-IMAGE.

           0002-BUILD-FEED.
               MOVE RLOG-PROGRAM-NAME TO FDL-PROGRAM-NAME.
               MOVE RLOG-EVENT        TO FDL-EVENT.
               MOVE RLOG-RUN-DATE     TO FDL-RUN-DATE.
               MOVE RLOG-RUN-TIME     TO FDL-RUN-TIME.
               MOVE RLOG-FEED-NAME    TO FDL-FEED-NAME.
               MOVE WS-FEED-DETAIL    TO WS-WRITE-IMAGE.

           0003-APPEND-LOG.
               OPEN EXTEND OPSLOGFILE.
               IF WS-OPSLOG-NOT-FOUND
