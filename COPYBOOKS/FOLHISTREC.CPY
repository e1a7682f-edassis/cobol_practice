      ******************************************************************
      * SHARED PAYROLL-HISTORY PARAMETER LAYOUT.
      * COPY THIS INTO WORKING-STORAGE BEFORE CALLING "FOLHIST".
      * "OPEN" WITH FHST-COMPETENCIA, FHST-ORIGEM AND FHST-MATRICULA
      * FILLED IN STARTS A RUN: WHATEVER FOLHIST.DAT ALREADY HOLDS FOR
      * THAT MONTH AND ORIGIN (ONLY THAT MATRICULA WHEN IT IS NOT
      * ZERO) IS DROPPED, SO THE SAME MONTH CAN BE RUN AGAIN. "WRIT"
      * ADDS ONE PAYSLIP LINE (FHST-RECORD AS FILLED IN) AND "SAVE"
      * PUTS THE NEW FILE IN PLACE. NOTHING CHANGES ON FOLHIST.DAT
      * UNTIL "SAVE". FHST-RESULT COMES BACK "OK" OR "ERRO".
      * FHST-NATUREZA SAYS WHERE THE LINE GOES ON THE ANNUAL INCOME
      * STATEMENT: "B" TAXABLE BASE, "I" INSS, "R" IRRF, "X" EXEMPT,
      * "E"/"F"/"G" 13O BASE, INSS AND IRRF (TAXED SEPARATELY); "P",
      * "D" AND "L" ARE EARNING, DEDUCTION AND NET LINES KEPT FOR
      * THE RECORD ONLY.
      ******************************************************************
       01  FHST-CALL.
           05 FHST-ACTION          PIC X(04).
           05 FHST-RESULT          PIC X(04).
           05 FHST-RECORD.
              10 FHST-COMPETENCIA  PIC 9(06).
              10 FHST-ORIGEM       PIC X(01).
                 88 FHST-ORIGEM-FOLHA      VALUE "F".
                 88 FHST-ORIGEM-13-PARC1   VALUE "1".
                 88 FHST-ORIGEM-13-PARC2   VALUE "2".
                 88 FHST-ORIGEM-RESCISAO   VALUE "R".
              10 FHST-MATRICULA    PIC 9(06).
              10 FHST-SEQ          PIC 9(02).
              10 FHST-RUBRICA      PIC X(04).
              10 FHST-DESCRICAO    PIC X(20).
              10 FHST-NATUREZA     PIC X(01).
                 88 FHST-NAT-PROVENTO      VALUE "P".
                 88 FHST-NAT-DESCONTO      VALUE "D".
                 88 FHST-NAT-LIQUIDO       VALUE "L".
                 88 FHST-NAT-BASE          VALUE "B".
                 88 FHST-NAT-INSS          VALUE "I".
                 88 FHST-NAT-IRRF          VALUE "R".
                 88 FHST-NAT-ISENTO        VALUE "X".
                 88 FHST-NAT-BASE-13       VALUE "E".
                 88 FHST-NAT-INSS-13       VALUE "F".
                 88 FHST-NAT-IRRF-13       VALUE "G".
              10 FHST-VALOR        PIC 9(9)V9(2).
              10 FHST-DATA-REG     PIC 9(08).
