      *              DRIVER WENT NAME-DRIVEN; THE CONSOLE NOW READS,
      *              SHOWS AND CLEARS THE X(16) NAME (SPACES = CLEAN)
      *              INSTEAD OF THE OLD TWO-DIGIT STEP NUMBER.
      * 15/10/2026 - OPSLOG-LINE IS NOW READ AT THE FULL 80
      *              CHARACTERS RUNLOG WRITES; THE FEED-GATE LINES
      *              (79 CHARACTERS) NO LONGER COME BACK AS A SECOND,
      *              MISALIGNED RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSCONSOLE.
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(06).
           05 OPL-RC               PIC X(05).
           05 FILLER               PIC X(12).

       WORKING-STORAGE SECTION.
       77  WS-PTH-BATCHCTL-DAT PIC X(44)
