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

       FD WORK-FILE
       RECORD 200.
       01 WORK-REC             PIC X(200).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(60).
                       END-EVALUATE
                       ADD 1 TO WS-UNLOAD-COUNT
                       PERFORM 2500-COUNT-DEPT THRU 2500-EXIT
                       IF EMP-REC-V2
                           ADD 200 TO WS-FILE-BYTES
                       ELSE
                           ADD 90 TO WS-FILE-BYTES
                           MOVE SPACES TO EMP-EXTENSION
                       END-IF
                       MOVE EMPREC TO WORK-REC
                       WRITE WORK-REC
                       IF NOT WRK-STATUS-OK
           END-PERFORM.
           CLOSE EMPFILE.
           CLOSE WORK-FILE.
       2000-EXIT.
           EXIT.

