      * FROM THIS BACKUP AND REFUSES TO COMPLETE IF ITS OWN COUNT
      * AND TOTAL DO NOT BALANCE TO THIS TRAILER.
      *
      * BACKUP RECORD LAYOUT (201 BYTES):
      *   "H" + YYYYMMDDHHMMSS            HEADER, ONE PER FILE
      *   "D" + 200-BYTE EMPREC IMAGE     ONE PER EMPLOYEE
      *   "T" + COUNT 9(05) + TOTAL 9(09)V99 TRAILER, ONE PER FILE
      *
      * A BACKUP CUT BEFORE THE EMPREC CONVERSION CARRIED 90-BYTE
      * IMAGES; THE LINE READS BACK SPACE-PADDED, SO EMPRELOAD AND
      * EMPFWDREC RESTORE EITHER KIND. A VERSION 1 RECORD'S
      * EXTENSION IS BLANKED ON THE WAY OUT SO NOTHING LEFT IN THE
      * RECORD AREA BY A LONGER RECORD IS CARRIED INTO THE COPY.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.

       FD EMPFILE
       RECORD VARYING FROM 90 TO 200.
       01 EMPREC.
          05 EMPID             PIC 9(05).
          05 EMPDEPT           PIC 9(03).
             88 EMP-TERMINATED VALUE "T".
             88 EMP-ON-LEAVE   VALUE "L".
          05 EMP-STATUS-DATE   PIC 9(08).
          05 FILLER            PIC X(01).
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

       FD JOURNAL-FILE
       RECORD 243.
       01 JOURNAL-REC          PIC X(243).

      * THE DATED GENERATION COPY AND ITS CATALOG. EMPBACKUP.DAT
      * REMAINS THE LATEST COPY FOR EMPFWDREC; THE GENERATIONS GIVE
      * US MORE THAN ONE RESTORE POINT, KEPT TO A RETENTION LIMIT.
       FD GEN-FILE
       RECORD 201.
       01 GEN-REC              PIC X(201).

       FD CAT-FILE
       RECORD 50.
          05 FILLER            PIC X(06).

       FD BACKUP-FILE
       RECORD 201.
       01 BACKUP-REC.
          05 BKP-REC-TYPE      PIC X(01).
          05 BKP-DATA          PIC X(200).
       01 BACKUP-HEADER REDEFINES BACKUP-REC.
          05 FILLER            PIC X(01).
          05 BKP-HDR-TIMESTAMP PIC X(14).
          05 FILLER            PIC X(186).
       01 BACKUP-TRAILER REDEFINES BACKUP-REC.
          05 FILLER            PIC X(01).
          05 BKP-TRL-COUNT     PIC 9(05).
          05 BKP-TRL-TOTAL     PIC 9(09)V99.
          05 FILLER            PIC X(184).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
                   NOT AT END
                       MOVE SPACES TO BACKUP-REC
                       MOVE "D"    TO BKP-REC-TYPE
                       IF NOT EMP-REC-V2
                           MOVE SPACES TO EMP-EXTENSION
                       END-IF
                       MOVE EMPREC TO BKP-DATA
                       WRITE BACKUP-REC
                       MOVE BACKUP-REC TO GEN-REC
