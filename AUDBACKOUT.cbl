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
                   WRITE REPORT-LINE
                   GO TO 3200-EXIT
           END-READ.
      * THE TRAIL HOLDS ONLY THE 90-BYTE BASE OF THE RECORD. THE
      * DATA BYTES ARE RESTORED; THE CURRENT RECORD'S VERSION AND
      * EXTENSION ARE KEPT AS THEY STAND.
           MOVE WS-ENT-BEFORE (WS-ENTRY-SUB) (1:84) TO EMPREC (1:84).
           REWRITE EMPREC
               INVALID KEY
                   DISPLAY "ERROR RESTORING EMPID: " EMPID
