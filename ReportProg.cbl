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

       FD    PRINT-FILE
           REPORT IS EMP-REPORT.
           EXIT.

      * AN OPEN CASE NOT SEEN THIS RUN MEANS THE CONDITION HAS
      * CLEARED, SO IT IS MARKED RESOLVED AUTOMATICALLY. ONLY THE
      * REASONS THIS REPORT RAISES ARE TOUCHED - CASES OTHER
      * PROGRAMS OPEN ON THE TRACKER ARE RESOLVED BY THOSE PROGRAMS.
       2400-RESOLVE-CLEARED.
           MOVE ZERO TO EXCT-EMPID.
           MOVE SPACES TO EXCT-REASON-CD.
                       IF EXCT-RESOLVED = "N"
                               AND EXCT-LAST-SEEN
                                   NOT = WS-BUSINESS-DATE
                               AND (EXCT-REASON-CD = "N1"
                                    OR EXCT-REASON-CD = "Z1")
                           MOVE "Y" TO EXCT-RESOLVED
                           REWRITE EXCTRACK-REC
                           ADD 1 TO WS-RESOLVED-COUNT
