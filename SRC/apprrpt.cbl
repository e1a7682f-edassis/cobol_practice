      *              TRAIL - PENDING, APPROVED AND REFUSED REQUESTS
      *              WITH REQUESTER, APPROVER AND DATES - AS
      *              SALAPPR.RPT FOR THE PAYROLL FRAUD REVIEW.
      * 15/10/2026 - SALAPPR RECORDS NOW ALSO HOLD HIRES AND CHANGES
      *              HELD BACK BY THE DEPARTMENT HEADCOUNT OR BUDGET.
      *              EACH LINE SHOWS THE TYPE (INCLUSAO OR SALARIO),
      *              THE REASON (LIMITE, QUADRO OR ORCAMENTO) AND THE
      *              DEPARTMENT ASKED FOR; THE LINE IS NOW 132 WIDE.
      *              RECORDS WRITTEN BEFORE THIS CHANGE LIST AS SALARY
      *              CHANGES OVER THE APPROVAL LIMIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRRPT.
              88 AP-RECUSADO     VALUE "R".
           05 AP-APROVADOR       PIC X(08).
           05 AP-DATA-DECISAO    PIC 9(08).
           05 AP-TIPO            PIC X(01).
              88 AP-INCLUSAO     VALUE "I".
           05 AP-MOTIVO          PIC X(01).
              88 AP-MOT-QUADRO   VALUE "Q".
              88 AP-MOT-ORCAMENTO VALUE "O".
           05 AP-DEPTO           PIC X(03).
           05 AP-NOME            PIC X(30).
           05 AP-ANO-INGRESSO    PIC 9(04).
           05 AP-MES-INGRESSO    PIC 9(02).
           05 AP-GRADE           PIC X(02).
           05 AP-SITUACAO        PIC X(01).

       FD  APPRREPORTFILE.
       01  WS-APPR-RPT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PTH-SALAPPR-DAT PIC X(44)
       COPY RPTBANNER.

       77  WS-RUN-DATE-NUM       PIC 9(8).
       77  WS-APPR-RPT-LEN       PIC 9(03) VALUE 132.
       77  WS-APR-STATUS         PIC X(02) VALUE SPACES.
           88 WS-APR-STATUS-OK   VALUE "00".
       77  WS-PEND-COUNT         PIC 9(5) VALUE ZEROS.
           05 ADL-APROVADOR      PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 ADL-DATA           PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ADL-TIPO           PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ADL-MOTIVO         PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 ADL-DEPTO          PIC X(03).

       01  APPR-TOTAL-LINE.
           05 ATL-LABEL          PIC X(30).
           ELSE
               MOVE AP-DATA TO ADL-DATA
           END-IF.
           IF AP-INCLUSAO
               MOVE "INCLUSAO" TO ADL-TIPO
           ELSE
               MOVE "SALARIO " TO ADL-TIPO
           END-IF.
           EVALUATE TRUE
               WHEN AP-MOT-QUADRO
                   MOVE "QUADRO   " TO ADL-MOTIVO
               WHEN AP-MOT-ORCAMENTO
                   MOVE "ORCAMENTO" TO ADL-MOTIVO
               WHEN OTHER
                   MOVE "LIMITE   " TO ADL-MOTIVO
           END-EVALUATE.
           MOVE AP-DEPTO TO ADL-DEPTO.
           MOVE APPR-DETAIL-LINE TO WS-APPR-RPT-LINE.
           CALL "DECFMT" USING WS-APPR-RPT-LINE, WS-APPR-RPT-LEN.
           WRITE WS-APPR-RPT-LINE
