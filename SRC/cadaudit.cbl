      *              ASSETS STAY UNTOUCHED.
      * 03/09/2026 - AUDIT IMAGES WIDENED TO X(68) TO MATCH THE
      *              GROWN CAD-RECORD (PRICE, AUTHOR ID, SITUACAO).
      * 15/10/2026 - AUDIT IMAGES WIDENED TO X(73) FOR THE DEFAULT
      *              SUPPLIER CODE NOW ON CAD-RECORD.
      * 15/10/2026 - AUDIT IMAGES WIDENED TO X(76) FOR THE SUBJECT
      *              CATEGORY CODE NOW ON CAD-RECORD.
      * 15/10/2026 - AUDIT IMAGES WIDENED TO X(89) FOR THE ISBN-13 NOW
      *              ON CAD-RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAUDIT.
           05 CADAUD-TIME          PIC 9(08).
           05 CADAUD-OPERATOR      PIC X(08).
           05 CADAUD-ACTION        PIC X(01).
           05 CADAUD-BEFORE        PIC X(89).
           05 CADAUD-AFTER         PIC X(89).

       FD  CADAUDITREPORTFILE.
       01  WS-CADAUD-RPT-LINE      PIC X(100).

       01  CADAUD-BEFORE-LINE.
           05 FILLER               PIC X(09) VALUE "  ANTES: ".
           05 CAB-IMAGE            PIC X(89).

       01  CADAUD-AFTER-LINE.
           05 FILLER               PIC X(09) VALUE "  DEPOIS:".
           05 CAA-IMAGE            PIC X(89).

       01  CADAUD-TOTAL-LINE.
           05 FILLER               PIC X(30)
