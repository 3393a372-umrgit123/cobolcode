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
       01 EMP-HIRE-PARTS REDEFINES EMPREC.
          05 FILLER            PIC X(36).
          05 FILLER            PIC X(22).
          05 EMP-HIRE-YEAR     PIC 9(04).
          05 EMP-HIRE-MONTH    PIC 9(02).
          05 EMP-HIRE-DAY      PIC 9(02).
          05 FILLER            PIC X(134).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(90).
