       FILE SECTION.

       FD EMPFILE
       RECORD VARYING FROM 90 TO 200.
       01 EMPREC.
         05 EMPID          PIC 9(05).
         05 EMPDEPT        PIC 9(03).
           88 EMP-TERMINATED VALUE "T".
           88 EMP-ON-LEAVE   VALUE "L".
         05 EMP-STATUS-DATE PIC 9(08).
         05 FILLER         PIC X(01).
         05 EMP-REC-VERSION PIC X(01).
            88 EMP-REC-V2   VALUE "2".
         05 FILLER          PIC X(05).
         05 EMP-EXTENSION   PIC X(110).

       FD EXTRACT-FILE.
       01 EXTRACT-LINE.
