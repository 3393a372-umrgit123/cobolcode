       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPACTRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ACTING ASSIGNMENT REVIEW LIST.
      *
      * BROWSES THE ACTING ASSIGNMENTS EMPACTM MAINTAINS AND LISTS
      * ON EMPACTRPT.RPT EVERY ASSIGNMENT STILL IN FORCE ON THE
      * BUSINESS DATE THAT NEEDS A DECISION:
      *   EXPIRING   - THE PLANNED END FALLS WITHIN THE NEXT 30
      *                DAYS, SO THE MANAGER CAN EXTEND IT (EMPACTM
      *                U) BEFORE PAYROLL STOPS THE ALLOWANCE
      *   OVER 12 MO - THE EMPLOYEE HAS BEEN ACTING FOR MORE THAN 12
      *                MONTHS; THE POSITION SHOULD BE FILLED OR THE
      *                COVER FORMALLY RENEWED
      * AN ASSIGNMENT CAN BE BOTH. ASSIGNMENTS NOT YET STARTED OR
      * ALREADY ENDED ARE NOT LISTED. RUN MONTHLY.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT ACT-FILE ASSIGN "EMPACT"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ACT-FILE-STATUS
                       RECORD KEY ACT-EMPID.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT REPORT-FILE ASSIGN "EMPACTRPT.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD ACT-FILE
       RECORD 50.
       01 EMPACT-REC.
          05 ACT-EMPID         PIC 9(05).
          05 ACT-POS-ID        PIC X(06).
          05 ACT-START-DATE    PIC 9(08).
          05 ACT-END-DATE      PIC 9(08).
          05 ACT-ALLOW-TYPE    PIC X(01).
             88 ACT-ALLOW-PCT  VALUE "P".
             88 ACT-ALLOW-AMT  VALUE "A".
          05 ACT-ALLOW-VALUE   PIC 9(06)V99.
          05 ACT-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(06).

       FD EMPFILE
       RECORD VARYING FROM 90 TO 200.
       01 EMPREC.
          05 EMPID             PIC 9(05).
          05 EMPDEPT           PIC 9(03).
          05 EMPNAME           PIC X(20).
          05 EMPSALARY         PIC 9(06)V99.
          05 EMPGRADE          PIC X(02).
          05 EMPDESIGNATION    PIC X(20).
          05 EMP-HIRE-DATE     PIC 9(08).
          05 EMP-TERM-DATE     PIC 9(08).
          05 EMP-STATUS        PIC X(01).
             88 EMP-ACTIVE     VALUE "A".
             88 EMP-TERMINATED VALUE "T".
             88 EMP-ON-LEAVE   VALUE "L".
          05 EMP-STATUS-DATE   PIC 9(08).
          05 FILLER            PIC X(01).
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-ACT-FILE-STATUS    PIC X(02) VALUE "00".
             88 ACT-STATUS-OK      VALUE "00".
             88 ACT-FILE-NOT-FOUND VALUE "35".
          05 WS-ACT-FILE-END       PIC X(01) VALUE "N".
             88 ACT-FILE-END       VALUE "Y".
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-COUNTS.
          05 WS-ACT-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-LIVE-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-EXPIRING-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-LONG-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
      * THE LAST DAY OF THE 30-DAY WINDOW, AND THE DATE 12 MONTHS
      * BACK - AN ASSIGNMENT STARTED BEFORE IT HAS RUN PAST A YEAR.
       01 WS-HORIZON-DATE          PIC 9(08) VALUE ZERO.
       01 WS-YEAR-AGO-DATE         PIC 9(08) VALUE ZERO.
       01 WS-EMP-NAME              PIC X(20) VALUE SPACES.
       01 WS-FLAG-TEXT             PIC X(22) VALUE SPACES.
       01 WS-PRT-ALLOW             PIC ZZZ,ZZ9.99.
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPACTRP".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-SCAN-ASSIGNMENTS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 30).
           COMPUTE WS-YEAR-AGO-DATE = WS-BUSINESS-DATE - 10000.

           OPEN INPUT ACT-FILE.
           IF ACT-FILE-NOT-FOUND
               DISPLAY "NO ACTING ASSIGNMENTS ON FILE"
               MOVE "Y" TO WS-ACT-FILE-END
           ELSE
               IF NOT ACT-STATUS-OK
                   DISPLAY "ERROR OPENING ACT-FILE"
                   DISPLAY "FILE STATUS : " WS-ACT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "ACTING ASSIGNMENTS FOR REVIEW AS AT "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID NAME                 POSID  START    "
                  "END       ALLOWANCE   FLAG"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-SCAN-ASSIGNMENTS.
           IF ACT-FILE-END
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO ACT-EMPID.
           START ACT-FILE KEY >= ACT-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-ACT-FILE-END
           END-START.
           PERFORM UNTIL ACT-FILE-END
               READ ACT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ACT-FILE-END
                   NOT AT END
                       ADD 1 TO WS-ACT-COUNT
                       PERFORM 2100-CHECK-ONE-ASSIGNMENT
                           THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-ASSIGNMENT.
           IF ACT-START-DATE > WS-BUSINESS-DATE
                   OR ACT-END-DATE < WS-BUSINESS-DATE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-LIVE-COUNT.

           MOVE SPACES TO WS-FLAG-TEXT.
           IF ACT-END-DATE NOT > WS-HORIZON-DATE
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE "EXPIRING" TO WS-FLAG-TEXT
           END-IF.
           IF ACT-START-DATE < WS-YEAR-AGO-DATE
               ADD 1 TO WS-LONG-COUNT
               IF WS-FLAG-TEXT = SPACES
                   MOVE "OVER 12 MO" TO WS-FLAG-TEXT
               ELSE
                   MOVE "EXPIRING, OVER 12 MO" TO WS-FLAG-TEXT
               END-IF
           END-IF.
           IF WS-FLAG-TEXT = SPACES
               GO TO 2100-EXIT
           END-IF.

           MOVE ACT-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "** NOT ON EMPFILE **" TO WS-EMP-NAME
               NOT INVALID KEY
                   MOVE EMPNAME TO WS-EMP-NAME
           END-READ.

           MOVE ACT-ALLOW-VALUE TO WS-PRT-ALLOW.
           MOVE SPACES TO REPORT-LINE.
           STRING ACT-EMPID
                  " " WS-EMP-NAME
                  " " ACT-POS-ID
                  " " ACT-START-DATE
                  " " ACT-END-DATE
                  " " WS-PRT-ALLOW
                  " " ACT-ALLOW-TYPE
                  " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.

       9999-CLEANUP.
           IF NOT ACT-FILE-NOT-FOUND
               CLOSE ACT-FILE
           END-IF.
           CLOSE EMPFILE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "IN FORCE " WS-LIVE-COUNT
                  "  EXPIRING WITHIN 30 DAYS " WS-EXPIRING-COUNT
                  "  ACTING OVER 12 MONTHS " WS-LONG-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "ACTING LIVE " WS-LIVE-COUNT
                  " EXPIRING " WS-EXPIRING-COUNT
                  " OVER 12 MONTHS " WS-LONG-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "ASSIGNMENTS ON FILE  : " WS-ACT-COUNT.
           DISPLAY "IN FORCE             : " WS-LIVE-COUNT.
           DISPLAY "EXPIRING IN 30 DAYS  : " WS-EXPIRING-COUNT.
           DISPLAY "ACTING OVER 12 MONTHS: " WS-LONG-COUNT.
       9999-EXIT.
           EXIT.
