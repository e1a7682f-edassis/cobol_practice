      ******************************************************************
      * SHARED INVENTORY-JOURNAL PARAMETER LAYOUT.
      * COPY THIS INTO WORKING-STORAGE BEFORE CALLING "INVJRNL". EVERY
      * PROGRAM THAT WRITES OR REWRITES A BOOKINV.DAT RECORD MOVES THE
      * RECORD AS READ TO IJR-BEFORE-IMAGE (SPACES WHEN THE RECORD IS
      * NEW) BEFORE CHANGING IT, AND ONCE THE WRITE/REWRITE SUCCEEDS
      * MOVES ITS OWN NAME TO IJR-PROGRAM, THE RECORD AS WRITTEN TO
      * IJR-AFTER-IMAGE AND RETURN-CODE TO IJR-RETURN-CODE AND CALLS
      * "INVJRNL" USING IJR-RECORD. INVJRNL STAMPS THE DATE AND TIME,
      * DERIVES THE ACTION ("I" NEW RECORD, "A" CHANGED RECORD), THE
      * KEY AND THE OLD AND NEW ON-HAND, APPENDS IJR-ENTRY TO
      * ASSETS/INVJRNL.DAT AND GIVES THE CALLER'S RETURN-CODE BACK.
      * HOUSEKEEP ALSO WRITES MARKERS: ACTION "B" WHEN IT UNLOADS
      * BOOKINV AND "R" WHEN THE FILE IS REPLACED WHOLESALE (A RELOAD
      * OR A RECOVERY), WITH THE BACKUP DATE IN IJR-MARK-BACKUP.
      * INVRECOV ROLLS A BACKUP FORWARD FROM THIS JOURNAL.
      ******************************************************************
       01  IJR-RECORD.
           05 IJR-ENTRY.
              10 IJR-PROGRAM       PIC X(10).
              10 IJR-DATE          PIC 9(08).
              10 IJR-TIME          PIC 9(08).
              10 IJR-ACTION        PIC X(01).
                 88 IJR-NEW-RECORD      VALUE "I".
                 88 IJR-CHANGED-RECORD  VALUE "A".
                 88 IJR-BACKUP-MARK     VALUE "B".
                 88 IJR-REPLACE-MARK    VALUE "R".
              10 IJR-KEY.
                 15 IJR-BOOKNUM    PIC X(05).
                 15 IJR-FILIAL     PIC X(03).
              10 IJR-OLD-ONHAND    PIC 9(05).
              10 IJR-NEW-ONHAND    PIC 9(05).
              10 IJR-BEFORE-IMAGE  PIC X(23).
              10 IJR-AFTER-IMAGE   PIC X(23).
              10 IJR-MARK-AREA REDEFINES IJR-AFTER-IMAGE.
                 15 IJR-MARK-BACKUP     PIC 9(08).
                 15 IJR-MARK-POINT-DATE PIC 9(08).
                 15 FILLER              PIC X(07).
           05 IJR-RETURN-CODE      PIC S9(04).
