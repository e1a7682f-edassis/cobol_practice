      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - OPSLOG-LINE IS NOW READ AT THE FULL 80
      *              CHARACTERS RUNLOG WRITES; THE FEED-GATE LINES
      *              (79 CHARACTERS) NO LONGER COME BACK AS A SECOND,
      *              MISALIGNED RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSANAL.
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(06).
           05 OPL-RC               PIC X(05).
           05 FILLER               PIC X(12).

       FD  OPSANALREPORTFILE.
       01  WS-OPSANAL-RPT-LINE     PIC X(100).
