      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION. FOLHA, DECIMO AND RESCISAO ONLY
      *              PRINTED THEIR PAYSLIPS, SO ONCE A MONTH'S REPORT
      *              WAS GONE NOBODY COULD SAY WHAT AN EMPLOYEE HAD
      *              BEEN PAID. THIS ROUTINE KEEPS THE PAYROLL
      *              HISTORY ASSETS/FOLHIST.DAT, ONE RECORD PER
      *              PAYSLIP LINE (SEE FOLHISTREC.CPY FOR THE CALLING
      *              CONVENTION). "OPEN" COPIES THE FILE TO
      *              FOLHIST.TMP LEAVING OUT THE MONTH AND ORIGIN
      *              BEING (RE)RUN, "WRIT" ADDS THE NEW LINES TO THE
      *              COPY AND "SAVE" COPIES IT BACK, SO A RERUN OF
      *              THE SAME MONTH REPLACES ITS LINES INSTEAD OF
      *              DOUBLING THEM AND A RUN THAT DIES HALF WAY
      *              LEAVES THE HISTORY AS IT WAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHISTFILE ASSIGN TO DYNAMIC WS-PTH-FOLHIST-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FOLHISTTEMP ASSIGN TO DYNAMIC WS-PTH-FOLHIST-TMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HTMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHISTFILE.
       01  HST-RECORD.
           88 WS-EOF-HIST          VALUE HIGH-VALUES.
           05 HST-COMPETENCIA      PIC 9(06).
           05 HST-ORIGEM           PIC X(01).
           05 HST-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(46).

       FD  FOLHISTTEMP.
       01  HTMP-RECORD.
           88 WS-EOF-HTMP          VALUE HIGH-VALUES.
           05 FILLER               PIC X(59).

       WORKING-STORAGE SECTION.
       77  WS-PTH-FOLHIST-DAT PIC X(44)
           VALUE "ASSETS/FOLHIST.DAT".
       77  WS-PTH-FOLHIST-TMP PIC X(44)
           VALUE "ASSETS/FOLHIST.TMP".
       77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
           88 WS-HIST-STATUS-OK    VALUE "00".
           88 WS-HIST-NOT-FOUND    VALUE "35".
       77  WS-HTMP-STATUS          PIC X(02) VALUE SPACES.
           88 WS-HTMP-STATUS-OK    VALUE "00".
       77  WS-PATHS-SW             PIC X(01) VALUE "N".
           88 WS-PATHS-SET         VALUE "Y".
       77  WS-TEMP-SW              PIC X(01) VALUE "N".
           88 WS-TEMP-OPEN         VALUE "Y".
       77  WS-KEEP-COMPETENCIA     PIC 9(06) VALUE ZEROS.
       77  WS-KEEP-ORIGEM          PIC X(01) VALUE SPACES.
       77  WS-KEEP-MATRICULA       PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
       COPY FOLHISTREC.

       PROCEDURE DIVISION USING FHST-CALL.
       0001-MAIN.
           IF NOT WS-PATHS-SET
               PERFORM 0000-SET-DATA-PATHS
               SET WS-PATHS-SET TO TRUE
           END-IF.
           MOVE "OK" TO FHST-RESULT.
           EVALUATE FHST-ACTION
               WHEN "OPEN" PERFORM 0002-OPEN-RUN
               WHEN "WRIT" PERFORM 0003-WRITE-LINE
               WHEN "SAVE" PERFORM 0004-SAVE-RUN
               WHEN OTHER  MOVE "ERRO" TO FHST-RESULT
           END-EVALUATE.
           GOBACK.

       0002-OPEN-RUN.
           IF WS-TEMP-OPEN
               CLOSE FOLHISTTEMP
               MOVE "N" TO WS-TEMP-SW
           END-IF.
           MOVE FHST-COMPETENCIA TO WS-KEEP-COMPETENCIA.
           MOVE FHST-ORIGEM TO WS-KEEP-ORIGEM.
           MOVE FHST-MATRICULA TO WS-KEEP-MATRICULA.
           OPEN OUTPUT FOLHISTTEMP.
           IF NOT WS-HTMP-STATUS-OK
               DISPLAY 'ERRO AO ABRIR FOLHIST.TMP - STATUS '
                   WS-HTMP-STATUS
               MOVE "ERRO" TO FHST-RESULT
           ELSE
               SET WS-TEMP-OPEN TO TRUE
               OPEN INPUT FOLHISTFILE
               IF WS-HIST-STATUS-OK
                   READ FOLHISTFILE
                       AT END SET WS-EOF-HIST TO TRUE
                   END-READ
                   PERFORM UNTIL WS-EOF-HIST
                       IF HST-COMPETENCIA = WS-KEEP-COMPETENCIA
                          AND HST-ORIGEM = WS-KEEP-ORIGEM
                          AND (WS-KEEP-MATRICULA = ZEROS
                               OR HST-MATRICULA = WS-KEEP-MATRICULA)
                           CONTINUE
                       ELSE
                           WRITE HTMP-RECORD FROM HST-RECORD
                       END-IF
                       READ FOLHISTFILE
                           AT END SET WS-EOF-HIST TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE FOLHISTFILE
               ELSE
                   IF NOT WS-HIST-NOT-FOUND
                       DISPLAY 'ERRO AO ABRIR FOLHIST.DAT - STATUS '
                           WS-HIST-STATUS
                       CLOSE FOLHISTTEMP
                       MOVE "N" TO WS-TEMP-SW
                       MOVE "ERRO" TO FHST-RESULT
                   END-IF
               END-IF
           END-IF.

       0003-WRITE-LINE.
           IF WS-TEMP-OPEN
               IF FHST-DATA-REG = ZEROS
                   ACCEPT FHST-DATA-REG FROM DATE YYYYMMDD
               END-IF
               WRITE HTMP-RECORD FROM FHST-RECORD
           ELSE
               MOVE "ERRO" TO FHST-RESULT
           END-IF.

       0004-SAVE-RUN.
           IF WS-TEMP-OPEN
               CLOSE FOLHISTTEMP
               MOVE "N" TO WS-TEMP-SW
               OPEN INPUT FOLHISTTEMP
               OPEN OUTPUT FOLHISTFILE
               READ FOLHISTTEMP
                   AT END SET WS-EOF-HTMP TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-HTMP
                   WRITE HST-RECORD FROM HTMP-RECORD
                   READ FOLHISTTEMP
                       AT END SET WS-EOF-HTMP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FOLHISTTEMP, FOLHISTFILE
           ELSE
               MOVE "ERRO" TO FHST-RESULT
           END-IF.

       0000-SET-DATA-PATHS.
           CALL "DATADIR" USING WS-PTH-FOLHIST-DAT.
           CALL "DATADIR" USING WS-PTH-FOLHIST-TMP.

       END PROGRAM FOLHIST.
