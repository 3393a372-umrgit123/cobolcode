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

       FD BACKUP-FILE
       RECORD 201.
       01 BACKUP-REC.
          05 BKP-REC-TYPE      PIC X(01).
             88 BKP-HEADER-REC  VALUE "H".
             88 BKP-DETAIL-REC  VALUE "D".
             88 BKP-TRAILER-REC VALUE "T".
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

       FD CAT-FILE
       RECORD 50.
