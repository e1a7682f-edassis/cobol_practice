      *              ENVIRONMENT OR DATADIR.CTL) CAN POINT THE WHOLE
      *              SUITE AT A COPIED DATA SET WHILE THE REAL
      *              ASSETS STAY UNTOUCHED.
      * 15/10/2026 - SALES CARRYING THE RESERVED ID 999999 OF A CLIENT
      *              WHOSE DATA WAS ERASED (LGPDELIM) ARE LEFT OUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHIST.
           05 CLI-NOME           PIC X(30).
           05 CLI-TELEFONE       PIC X(12).
           05 CLI-REGIAO         PIC X(3).
           05 CLI-LIMITE         PIC 9(7)V9(2).
           05 CLI-SALDO          PIC 9(7)V9(2).
           05 CLI-ACEITA-MKT     PIC X(1).

       FD  BOOKMASTERFILE.
       01  BMF-RECORD.
           02 BMF-PRICE          PIC 9(5)V99.
           02 BMF-AUTHORID       PIC 9(5).
           02 BMF-SITUACAO      PIC X(1).
           02 BMF-FORNECEDOR     PIC X(5).
           02 BMF-CATEGORIA      PIC X(3).

       SD  CUSTSORTFILE.
       01  CSF-SORTREC.

       0003-300-RELEASE-LIVE.
           IF BSF-CLIENTEID NOT = SPACES
              AND BSF-CLIENTEID NOT = "999999"
              AND BSF-SALEDATE IS NUMERIC
               MOVE BSF-CLIENTEID TO CSF-CLIENTEID
               MOVE BSF-SALEDATE TO CSF-SALEDATE

       0003-400-RELEASE-HISTORY.
           IF HIST-CLIENTEID NOT = SPACES
              AND HIST-CLIENTEID NOT = "999999"
              AND HIST-SALEDATE IS NUMERIC
               MOVE HIST-CLIENTEID TO CSF-CLIENTEID
               MOVE HIST-SALEDATE TO CSF-SALEDATE
