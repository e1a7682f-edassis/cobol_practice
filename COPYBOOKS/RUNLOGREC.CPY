      * FILE OR COUNTER NAME) AND RLOG-STAT-COUNT (RECORDS READ OR
      * WRITTEN); ONE STATS LINE PER MAJOR FILE, LOGGED JUST BEFORE
      * THE END EVENT, FEEDS THE NIGHTLY VOLUMES REPORT (OPSVOL).
      * THE BATCH DRIVER'S FILE-ARRIVAL GATES LOG THE FEED EVENTS
      * (RLOG-FEED-EVENT) WITH THE STEP IN RLOG-PROGRAM-NAME AND THE
      * EXPECTED FILE IN RLOG-FEED-NAME: "AGUAR" WAIT STARTED, "CHEGA"
      * ON TIME, "ATRAS" ARRIVED DURING THE WAIT, "FALTA" NOT THERE AT
      * THE LATEST TIME, "INCOM" THERE BUT ITS ENVELOPE INCOMPLETE,
      * THEN WHAT BECAME OF THE STEP: "SEMAR" RAN WITHOUT THE FILE,
      * "ADIAD" HELD OVER, "PAROU" NIGHT HALTED. DIGEST LISTS THEM.
      ******************************************************************
       01  RLOG-RECORD.
           05 RLOG-PROGRAM-NAME    PIC X(16).
           05 RLOG-EVENT           PIC X(05).
              88 RLOG-FEED-EVENT   VALUE "AGUAR" "CHEGA" "ATRAS"
                                         "FALTA" "INCOM" "SEMAR"
                                         "ADIAD" "PAROU".
           05 RLOG-RUN-DATE        PIC 9(08).
           05 RLOG-RUN-TIME        PIC 9(08).
           05 RLOG-RETURN-CODE     PIC S9(04).
           05 RLOG-STAT-LABEL      PIC X(12).
           05 RLOG-STAT-COUNT      PIC 9(07).
           05 RLOG-FEED-NAME       PIC X(16).
