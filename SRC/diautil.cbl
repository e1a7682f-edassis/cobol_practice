      ******************************************************************
      * AUTHOR: EDUARDO F. ASSIS EDINHO
      * DATE: 15/10/2026
      *
      * MODIFICATION HISTORY
      * 15/10/2026 - FIRST VERSION, IN THE SPIRIT OF DATEVALID: THE
      *              INDEX LOADER AND THE DAILY ACCRUAL OF INVESTMENT
      *              POSITIONS MUST AGREE ON WHICH DAYS ARE BUSINESS
      *              DAYS. CALLERS PASS AN 8-CHARACTER AAAAMMDD FIELD;
      *              DU-UTIL COMES BACK "Y" WHEN THE DATE IS VALID,
      *              FALLS MONDAY TO FRIDAY AND IS NOT IN THE HOLIDAY
      *              CALENDAR FERIADOS.DAT (KEPT IN CTLMAINT OPTION F),
      *              "N" OTHERWISE. THE WEEKDAY COMES FROM THE SAME
      *              DAY-SERIAL ARITHMETIC AS ABCCLASS. THE CALENDAR IS
      *              READ ONCE AND CACHED FOR THE RUN; WITHOUT IT ONLY
      *              WEEKENDS ARE HOLIDAYS.
      ******************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. DIAUTIL.
           ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FERIADOSFILE ASSIGN TO DYNAMIC WS-PTH-FERIADOS-DAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FER-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  FERIADOSFILE.
           01  FER-RECORD.
               88 ENDOFFERIADOS     VALUE HIGH-VALUES.
               05 FER-DATA          PIC X(08).
               05 FER-DESCRICAO     PIC X(30).

           WORKING-STORAGE SECTION.
           77  WS-PTH-FERIADOS-DAT  PIC X(44)
               VALUE "ASSETS/FERIADOS.DAT".
           77  WS-FER-STATUS        PIC X(02) VALUE SPACES.
               88 WS-FER-OK         VALUE "00".
           77  WS-DU-LOADED-SW      PIC X(01) VALUE "N".
               88 WS-DU-LOADED      VALUE "Y".
           77  WS-DU-VALIDA         PIC X(01) VALUE "N".

           01  WS-DU-FER-TABLE.
               05 WS-DU-FER-DATA    PIC X(08) OCCURS 300 TIMES.
           77  WS-DU-FER-COUNT      PIC 9(3) VALUE ZEROS.
           77  WS-DU-IX             PIC 9(3) VALUE ZEROS.

           01  WS-DU-DATE-SPLIT.
               05 WS-DU-ANO         PIC 9(4).
               05 WS-DU-MES         PIC 9(2).
               05 WS-DU-DIA         PIC 9(2).
           77  WS-DU-ANO-BASE       PIC 9(4) VALUE ZEROS.
           77  WS-DU-SERIAL         PIC 9(7) VALUE ZEROS.
           77  WS-DU-AUX            PIC 9(7) VALUE ZEROS.
           77  WS-DU-QUOC           PIC 9(7) VALUE ZEROS.
           77  WS-DU-SEMANA         PIC 9(1) VALUE ZEROS.

           01  WS-DU-CUMDAYS-TABLE.
               05 FILLER            PIC X(36)
                  VALUE "000031059090120151181212243273304334".
           01  WS-DU-CUMDAYS REDEFINES WS-DU-CUMDAYS-TABLE.
               05 WS-DU-CUMDAYS-MES PIC 9(3) OCCURS 12 TIMES.

           LINKAGE SECTION.
           01  DU-DATA              PIC X(8).
           01  DU-UTIL              PIC X(1).

           PROCEDURE DIVISION USING DU-DATA DU-UTIL.
           0001-MAIN.
               IF NOT WS-DU-LOADED
                   PERFORM 0002-LOAD-HOLIDAYS
               END-IF.
               MOVE "N" TO DU-UTIL.
               MOVE "N" TO WS-DU-VALIDA.
               CALL 'DATEVALID' USING DU-DATA WS-DU-VALIDA.
               IF WS-DU-VALIDA = "Y"
                   PERFORM 0003-CHECK-DAY
               END-IF.
               GOBACK.

           0002-LOAD-HOLIDAYS.
               SET WS-DU-LOADED TO TRUE.
               CALL "DATADIR" USING WS-PTH-FERIADOS-DAT.
               OPEN INPUT FERIADOSFILE.
               IF WS-FER-OK
                   READ FERIADOSFILE
                       AT END SET ENDOFFERIADOS TO TRUE
                   END-READ
                   PERFORM 0002-500-KEEP-HOLIDAY
                       UNTIL ENDOFFERIADOS
                   CLOSE FERIADOSFILE
               END-IF.

           0002-500-KEEP-HOLIDAY.
               IF FER-DATA IS NUMERIC
                   IF WS-DU-FER-COUNT < 300
                       ADD 1 TO WS-DU-FER-COUNT
                       MOVE FER-DATA TO WS-DU-FER-DATA(WS-DU-FER-COUNT)
                   ELSE
                       DISPLAY 'LIMITE DE 300 FERIADOS EXCEDIDO'
                   END-IF
               END-IF.
               READ FERIADOSFILE
                   AT END SET ENDOFFERIADOS TO TRUE
               END-READ.

           0003-CHECK-DAY.
               MOVE DU-DATA TO WS-DU-DATE-SPLIT.
               IF WS-DU-MES > 2
                   MOVE WS-DU-ANO TO WS-DU-ANO-BASE
               ELSE
                   COMPUTE WS-DU-ANO-BASE = WS-DU-ANO - 1
               END-IF.
               COMPUTE WS-DU-SERIAL = WS-DU-ANO * 365.
               COMPUTE WS-DU-AUX = WS-DU-ANO-BASE / 4.
               ADD WS-DU-AUX TO WS-DU-SERIAL.
               COMPUTE WS-DU-AUX = WS-DU-ANO-BASE / 100.
               SUBTRACT WS-DU-AUX FROM WS-DU-SERIAL.
               COMPUTE WS-DU-AUX = WS-DU-ANO-BASE / 400.
               ADD WS-DU-AUX TO WS-DU-SERIAL.
               ADD WS-DU-CUMDAYS-MES(WS-DU-MES) TO WS-DU-SERIAL.
               ADD WS-DU-DIA TO WS-DU-SERIAL.
               DIVIDE WS-DU-SERIAL BY 7 GIVING WS-DU-QUOC
                   REMAINDER WS-DU-SEMANA.
               IF WS-DU-SEMANA > 1
                   PERFORM 0003-500-SCAN-HOLIDAY
                       VARYING WS-DU-IX FROM 1 BY 1
                       UNTIL WS-DU-IX > WS-DU-FER-COUNT
                          OR WS-DU-FER-DATA(WS-DU-IX) = DU-DATA
                   IF WS-DU-IX > WS-DU-FER-COUNT
                       MOVE "Y" TO DU-UTIL
                   END-IF
               END-IF.

           0003-500-SCAN-HOLIDAY.
               CONTINUE.

           END PROGRAM DIAUTIL.
