      *              USED TO RE-POST EVERY NIGHT UNTIL SOMEBODY
      *              EMPTIED THE FILE BY HAND. REJECTS STAY ON THE
      *              REPORT ONLY; THEY ARE RE-TYPED, NOT RE-RUN.
      * 15/10/2026 - A "D" TRANSACTION NOW CARRIES THE TERMINATION TYPE
      *              (S SEM JUSTA CAUSA, J JUSTA CAUSA, P PEDIDO DE
      *              DEMISSAO, T TERMINO DE CONTRATO), THE NOTICE
      *              (T TRABALHADO, I INDENIZADO) AND THE ACCRUED
      *              VACATION DAYS OWED. A "D" WITHOUT A VALID TYPE IS
      *              REJECTED; EVERY APPLIED "D" IS QUEUED ON
      *              RESCPEND.DAT FOR THE SETTLEMENT RUN RESCISAO, SO
      *              THE LEAVER NO LONGER JUST DROPS OUT OF FOLHA.
      * 15/10/2026 - AN "A" OR "F" CHANGE FOR AN EMPLOYEE WHOSE
      *              DEPARTMENT IS NOT ON THE DEPARTMENT MASTER
      *              DEPTOMF.DAT IS REJECTED, SO NOBODY IS BROUGHT
      *              BACK INTO A DEPARTMENT THAT NO LONGER EXISTS. "D"
      *              IS ALWAYS ACCEPTED, AND WITHOUT DEPTOMF.DAT NO
      *              DEPARTMENT IS CHECKED.
      * 15/10/2026 - DEPTOMF.DAT IS READ AT ITS FULL 58 BYTES (ENDING
      *              IN THE BRANCH CODE), SO NO LINE IS SPLIT INTO A
      *              FALSE DEPARTMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSTAT.

           SELECT ABSENCEREPORTFILE ASSIGN TO DYNAMIC WS-PTH-ABSENCE-RPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTOMFFILE ASSIGN TO DYNAMIC WS-PTH-DEPTOMF-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPT-STATUS.

           SELECT RESCPENDFILE ASSIGN TO DYNAMIC WS-PTH-RESCPEND-DAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPSTATTRANSFILE.
           05 ESTRANS-DATA         PIC 9(08).
           05 ESTRANS-RETORNO      PIC X(08).
           05 ESTRANS-MOTIVO       PIC X(20).
           05 ESTRANS-TIPO-DESLIG  PIC X(01).
           05 ESTRANS-AVISO        PIC X(01).
           05 ESTRANS-FERIAS-VENC  PIC 9(02).

       FD  EMPLOYEEMASTERFILE.
       01  WS-EMP-RECORD.
       FD  ABSENCEREPORTFILE.
       01  WS-ABS-RPT-LINE         PIC X(100).

       FD  DEPTOMFFILE.
       01  DEPTOMF-RECORD.
           88 WS-EOF-DEPTOMF       VALUE HIGH-VALUES.
           05 DEPTOMF-CODIGO       PIC X(03).
           05 FILLER               PIC X(55).

       FD  RESCPENDFILE.
       01  RPEND-RECORD.
           05 RPEND-MATRICULA      PIC 9(06).
           05 RPEND-DATA           PIC 9(08).
           05 RPEND-TIPO           PIC X(01).
           05 RPEND-AVISO          PIC X(01).
           05 RPEND-FERIAS-VENC    PIC 9(02).

       WORKING-STORAGE SECTION.
       77  WS-PTH-EMPSTATTRANS-DAT PIC X(44)
           VALUE "ASSETS/EMPSTATTRANS.DAT".
           VALUE "ASSETS/ABSENCE.TMP".
       77  WS-PTH-ABSENCE-RPT PIC X(44)
           VALUE "ASSETS/ABSENCE.RPT".
       77  WS-PTH-RESCPEND-DAT PIC X(44)
           VALUE "ASSETS/RESCPEND.DAT".
       77  WS-PTH-DEPTOMF-DAT PIC X(44)
           VALUE "ASSETS/DEPTOMF.DAT".
       COPY RPTBANNER.
       COPY RUNLOGREC.

           88 WS-ABS-CHANGED       VALUE "Y".
       77  WS-TRANS-LIDAS-SW       PIC X(01) VALUE "N".
           88 WS-TRANS-LIDAS       VALUE "Y".
       77  WS-RPEND-STATUS         PIC X(02) VALUE SPACES.
           88 WS-RPEND-STATUS-OK   VALUE "00".
           88 WS-RPEND-NOT-FOUND   VALUE "35".
       77  WS-DPT-STATUS           PIC X(02) VALUE SPACES.
           88 WS-DPT-STATUS-OK     VALUE "00".

       01  WS-DEPTO-TABLE.
           05 WS-DEPTO-CODE        PIC X(03) OCCURS 40 TIMES.
       77  WS-DEPTO-COUNT          PIC 9(02) VALUE ZEROS.
       77  DX                      PIC 9(02) VALUE ZEROS.

       01  ESTAT-DETAIL-LINE.
           05 FILLER               PIC X(10) VALUE "MATRICULA ".
               END-IF
           END-IF.
           IF NOT WS-EOF-ESTRANS
               PERFORM 0002-300-LOAD-DEPTOS
               OPEN I-O EMPLOYEEMASTERFILE
               IF NOT WS-EMP-STATUS-OK
                   DISPLAY 'ERRO AO ABRIR EMPLOYEEMASTERFILE - '
               END-IF
           END-IF.

       0002-300-LOAD-DEPTOS.
           MOVE ZEROS TO WS-DEPTO-COUNT.
           OPEN INPUT DEPTOMFFILE.
           IF WS-DPT-STATUS-OK
               READ DEPTOMFFILE
                   AT END SET WS-EOF-DEPTOMF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF-DEPTOMF
                   IF WS-DEPTO-COUNT < 40
                       ADD 1 TO WS-DEPTO-COUNT
                       MOVE DEPTOMF-CODIGO
                           TO WS-DEPTO-CODE(WS-DEPTO-COUNT)
                   END-IF
                   READ DEPTOMFFILE
                       AT END SET WS-EOF-DEPTOMF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DEPTOMFFILE
           END-IF.

       0002-500-READ-TRANSACTION.
           READ EMPSTATTRANSFILE
               AT END SET WS-EOF-ESTRANS TO TRUE
           END-READ.

       0003-APPLY-CHANGE.
           IF ESTRANS-STATUS = "D"
              AND ESTRANS-TIPO-DESLIG NOT = "S"
              AND ESTRANS-TIPO-DESLIG NOT = "J"
              AND ESTRANS-TIPO-DESLIG NOT = "P"
              AND ESTRANS-TIPO-DESLIG NOT = "T"
               MOVE ESTRANS-MATRICULA TO ERL-MATRICULA
               MOVE "TIPO DE DESLIGAMENTO INVALIDO" TO ERL-MOTIVO
               WRITE WS-ESTAT-RPT-LINE FROM ESTAT-REJECT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 0003-100-VALID-CHANGE
           END-IF.
           PERFORM 0002-500-READ-TRANSACTION.

       0003-100-VALID-CHANGE.
           IF ESTRANS-STATUS = "A" OR ESTRANS-STATUS = "F"
              OR ESTRANS-STATUS = "D"
               MOVE ESTRANS-MATRICULA TO WS-EMP-MATRICULA
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM 0003-300-CHECK-DEPTO
               END-READ
           ELSE
               MOVE ESTRANS-MATRICULA TO ERL-MATRICULA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       0003-300-CHECK-DEPTO.
           PERFORM 0003-350-SCAN-DEPTO
               VARYING DX FROM 1 BY 1
               UNTIL DX > WS-DEPTO-COUNT
                  OR WS-DEPTO-CODE(DX) = WS-EMP-DEPTO.
           IF ESTRANS-STATUS NOT = "D"
              AND WS-DEPTO-COUNT > ZEROS
              AND DX > WS-DEPTO-COUNT
               MOVE ESTRANS-MATRICULA TO ERL-MATRICULA
               MOVE "DEPARTAMENTO NAO CADASTRADO" TO ERL-MOTIVO
               WRITE WS-ESTAT-RPT-LINE FROM ESTAT-REJECT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 0003-500-REWRITE-STATUS
           END-IF.

       0003-350-SCAN-DEPTO.
           CONTINUE.

       0003-500-REWRITE-STATUS.
           MOVE ESTRANS-MATRICULA TO EDL-MATRICULA.
                   IF ESTRANS-STATUS = "F"
                       PERFORM 0003-700-OPEN-ABSENCE
                   END-IF
                   IF ESTRANS-STATUS = "D"
                       PERFORM 0003-800-QUEUE-RESCISAO
                   END-IF
           END-REWRITE.

       0003-700-OPEN-ABSENCE.
           WRITE AB-RECORD.
           CLOSE ABSENCEFILE.

       0003-800-QUEUE-RESCISAO.
           OPEN EXTEND RESCPENDFILE.
           IF WS-RPEND-NOT-FOUND
               OPEN OUTPUT RESCPENDFILE
           END-IF.
           IF WS-RPEND-STATUS-OK
               MOVE ESTRANS-MATRICULA TO RPEND-MATRICULA
               MOVE ESTRANS-DATA TO RPEND-DATA
               MOVE ESTRANS-TIPO-DESLIG TO RPEND-TIPO
               MOVE ESTRANS-AVISO TO RPEND-AVISO
               IF ESTRANS-FERIAS-VENC IS NUMERIC
                   MOVE ESTRANS-FERIAS-VENC TO RPEND-FERIAS-VENC
               ELSE
                   MOVE ZEROS TO RPEND-FERIAS-VENC
               END-IF
               WRITE RPEND-RECORD
               CLOSE RESCPENDFILE
           ELSE
               DISPLAY 'ERRO AO ABRIR RESCPEND - STATUS '
                   WS-RPEND-STATUS ' - RESCISAO DA MATRICULA '
                   ESTRANS-MATRICULA ' NAO ENFILEIRADA'
               MOVE 1 TO RETURN-CODE
           END-IF.

       0004-FINALIZE.
           MOVE WS-APPLIED-COUNT TO ETL-APPLIED.
           WRITE WS-ESTAT-RPT-LINE FROM ESTAT-TOTAL-APPL-LINE
           CALL "DATADIR" USING WS-PTH-ABSENCE-DAT.
           CALL "DATADIR" USING WS-PTH-ABSENCE-TMP.
           CALL "DATADIR" USING WS-PTH-ABSENCE-RPT.
           CALL "DATADIR" USING WS-PTH-RESCPEND-DAT.
           CALL "DATADIR" USING WS-PTH-DEPTOMF-DAT.

       END PROGRAM EMPSTAT.
