      * NO ASSIGNMENT RECORD AT ALL, OR AN ASSIGNMENT POINTING AT
      * AN EMPLOYEE WHO IS NO LONGER ACTIVE ON EMPFILE. THE REPORT
      * (POSVAC.DAT) IS THE RECRUITING LIST AND FEEDS THE BUDGET
      * COMMITTEE'S AUTHORIZED-VERSUS-ACTUAL REVIEW. EACH VACANCY
      * SHOWS THE LIVE REQUISITION EMPREQM HAS OPEN AGAINST IT, OR
      * THAT RECRUITING HAS NOT STARTED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT REQ-FILE ASSIGN "REQUISN"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-REQ-FILE-STATUS
                       RECORD KEY REQ-ID
                       ALTERNATE RECORD KEY REQ-POS-ID WITH DUPLICATES.
        SELECT REPORT-FILE ASSIGN "POSVAC.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
          05 FILLER            PIC X(11).

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

       FD REQ-FILE
       RECORD 60.
       01 REQREC.
          05 REQ-ID            PIC X(06).
          05 REQ-POS-ID        PIC X(06).
          05 REQ-DEPT          PIC 9(03).
          05 REQ-GRADE         PIC X(02).
          05 REQ-TITLE         PIC X(20).
          05 REQ-STATUS        PIC X(01).
             88 REQ-OPEN       VALUE "O".
             88 REQ-ACCEPTED   VALUE "A".
          05 REQ-OPENED        PIC 9(08).
          05 REQ-CLOSED        PIC 9(08).
          05 REQ-EMPID         PIC 9(05).
          05 FILLER            PIC X(01).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).
          05 WS-INCUMBENT-ACTIVE   PIC X(01) VALUE "N".
             88 INCUMBENT-ACTIVE   VALUE "Y".
          05 WS-ASGN-AVAILABLE     PIC X(01) VALUE "Y".
          05 WS-REQ-FILE-STATUS    PIC X(02) VALUE "00".
             88 REQ-STATUS-OK      VALUE "00".
          05 WS-REQ-FILE-END       PIC X(01) VALUE "N".
             88 REQ-FILE-END       VALUE "Y".
          05 WS-REQ-AVAILABLE      PIC X(01) VALUE "N".
             88 REQ-AVAILABLE      VALUE "Y".

       01 WS-COUNTS.
          05 WS-POSITION-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-VACANT-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-NO-REQ-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-PRT-SALARY            PIC ZZZ,ZZ9.99.
       01 WS-VAC-REASON            PIC X(25) VALUE SPACES.
       01 WS-REQ-TEXT              PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
               GOBACK
           END-IF.

      * NO REQUISITION FILE MEANS NO RECRUITING HAS BEEN STARTED
      * THROUGH EMPREQM FOR ANY POSITION.
           OPEN INPUT REQ-FILE.
           IF REQ-STATUS-OK
               MOVE "Y" TO WS-REQ-AVAILABLE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"

           MOVE SPACES TO REPORT-LINE.
           STRING "POSID   DEPT  GR  AUTH SALARY  REASON"
                  "                     REQUISITION"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.

           IF NOT INCUMBENT-ACTIVE
               ADD 1 TO WS-VACANT-COUNT
               PERFORM 2200-FIND-REQUISITION THRU 2200-EXIT
               MOVE POS-AUTH-SALARY TO WS-PRT-SALARY
               MOVE SPACES TO REPORT-LINE
               STRING POS-ID
                      "   " POS-GRADE
                      "  " WS-PRT-SALARY
                      "   " WS-VAC-REASON
                      "  " WS-REQ-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       2100-EXIT.
           EXIT.

      * THE LIVE REQUISITION FOR THE POSITION - OPEN, OR HOLDING AN
      * ACCEPTED OFFER THAT HAS NOT YET REACHED ITS START DATE.
       2200-FIND-REQUISITION.
           MOVE "NOT STARTED" TO WS-REQ-TEXT.
           IF NOT REQ-AVAILABLE
               ADD 1 TO WS-NO-REQ-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-REQ-FILE-END.
           MOVE POS-ID TO REQ-POS-ID.
           START REQ-FILE KEY = REQ-POS-ID
               INVALID KEY
                   MOVE "Y" TO WS-REQ-FILE-END
           END-START.
           PERFORM UNTIL REQ-FILE-END
               READ REQ-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-REQ-FILE-END
                   NOT AT END
                       IF REQ-POS-ID NOT = POS-ID
                           MOVE "Y" TO WS-REQ-FILE-END
                       ELSE
                           IF REQ-OPEN OR REQ-ACCEPTED
                               MOVE SPACES TO WS-REQ-TEXT
                               IF REQ-OPEN
                                   STRING REQ-ID " OPEN"
                                       DELIMITED BY SIZE
                                       INTO WS-REQ-TEXT
                               ELSE
                                   STRING REQ-ID " ACCEPTED"
                                       DELIMITED BY SIZE
                                       INTO WS-REQ-TEXT
                               END-IF
                               MOVE "Y" TO WS-REQ-FILE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REQ-TEXT = "NOT STARTED"
               ADD 1 TO WS-NO-REQ-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE POS-FILE.
           IF WS-ASGN-AVAILABLE = "Y"
               CLOSE ASGN-FILE
           END-IF.
           IF REQ-AVAILABLE
               CLOSE REQ-FILE
           END-IF.
           CLOSE EMPFILE.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "AUTHORIZED POSITIONS : " WS-POSITION-COUNT.
           DISPLAY "VACANT POSITIONS     : " WS-VACANT-COUNT.
           DISPLAY "NO REQUISITION OPEN  : " WS-NO-REQ-COUNT.
       9999-EXIT.
           EXIT.
