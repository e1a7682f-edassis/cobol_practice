      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - OPSLOG-LINE IS NOW READ AT THE FULL 80
      *              CHARACTERS RUNLOG WRITES; THE FEED-GATE LINES
      *              (79 CHARACTERS) NO LONGER COME BACK AS A SECOND,
      *              MISALIGNED RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSVOL.
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(06).
           05 OPL-COUNT            PIC X(07).
           05 FILLER               PIC X(06).

       FD  OPSVOLREPORTFILE.
       01  WS-VOL-RPT-LINE         PIC X(80).
