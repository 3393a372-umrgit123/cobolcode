      * THE ACTUAL CLOSING POSITION IS COUNTED FROM EMPFILE ITSELF.
      * ANY UNEXPLAINED DIFFERENCE IS FLAGGED AND THE RUN ENDS
      * RC 4. THE CLOSING FIGURES AND CLOSE DATE ARE SAVED TO
      * EMPCLOSE.CTL AS NEXT PERIOD'S OPENING, AND ADDED TO THE
      * CLOSE HISTORY EMPCLOSE.HST (SAME LAYOUT, ONE RECORD PER
      * CLOSE) SO A PAST MONTH'S CLOSING FIGURES CAN STILL BE
      * PROVED AGAINST - EMPSNAP RECONCILES ITS MONTHLY SNAPSHOTS TO
      * THEM. THE REPORT IS THE DOCUMENT KEPT FOR AUDIT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        SELECT CLOSECTL-FILE ASSIGN "EMPCLOSE.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CLO-FILE-STATUS.
        SELECT CLOSEHST-FILE ASSIGN "EMPCLOSE.HST"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CLH-FILE-STATUS.
        SELECT LOADCTL-FILE ASSIGN "INDXFILE.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LDC-FILE-STATUS.
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

       FD CLOSECTL-FILE
       RECORD 30.
          05 CLO-TOTAL         PIC 9(09)V99.
          05 FILLER            PIC X(06).

       FD CLOSEHST-FILE
       RECORD 30.
       01 CLOSEHST-REC.
          05 CLH-DATE          PIC 9(08).
          05 CLH-COUNT         PIC 9(05).
          05 CLH-TOTAL         PIC 9(09)V99.
          05 FILLER            PIC X(06).

       FD LOADCTL-FILE
       RECORD 16.
       01 LOADCTL-REC.
             88 EMP-FILE-END       VALUE "Y".
          05 WS-CLO-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLO-STATUS-OK      VALUE "00".
          05 WS-CLH-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLH-STATUS-OK      VALUE "00".
             88 CLH-NOT-FOUND      VALUE "35".
          05 WS-LDC-FILE-STATUS    PIC X(02) VALUE "00".
             88 LDC-STATUS-OK      VALUE "00".
          05 WS-ACT-FILE-STATUS    PIC X(02) VALUE "00".
               DISPLAY "CANNOT WRITE CLOSE CONTROL, STATUS "
                       WS-CLO-FILE-STATUS
           END-IF.

      * AND KEEP IT ON THE CLOSE HISTORY.
           OPEN EXTEND CLOSEHST-FILE.
           IF CLH-NOT-FOUND
               OPEN OUTPUT CLOSEHST-FILE
           END-IF.
           IF CLH-STATUS-OK
               MOVE SPACES TO CLOSEHST-REC
               MOVE WS-BUSINESS-DATE TO CLH-DATE
               MOVE WS-CLOSE-COUNT TO CLH-COUNT
               MOVE WS-CLOSE-TOTAL TO CLH-TOTAL
               WRITE CLOSEHST-REC
               CLOSE CLOSEHST-FILE
           ELSE
               DISPLAY "CANNOT WRITE CLOSE HISTORY, STATUS "
                       WS-CLH-FILE-STATUS
           END-IF.
       4000-EXIT.
           EXIT.

