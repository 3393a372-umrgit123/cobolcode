       DATA DIVISION.
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

       FD AUDIT-FILE
       RECORD 247.
          05 AUD-HASH          PIC 9(09).

       FD AUTH-FILE
       RECORD 16.
       01 AUTH-REC.
          05 AUT-OPERATOR      PIC X(08).
          05 AUT-ALLOW-DELETE  PIC X(01).
          05 AUT-ALLOW-LARGE   PIC X(01).
          05 AUT-ACCESS        PIC X(01).
          05 AUT-DEPT          PIC 9(03).
          05 AUT-ER-ACCESS     PIC X(01).
          05 AUT-EEO-ACCESS    PIC X(01).

       FD CAT-FILE
       RECORD 40.
