       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTRNEXP.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTHLY TRAINING AND CERTIFICATION EXPIRY REPORT.
      *
      * FOR EVERY EMPLOYEE STILL HERE, TAKES THE LATEST COMPLETION
      * OF EACH COURSE ON THE TRAINING HISTORY (TRAINHST, LOADED BY
      * EMPTRNM) AND LISTS, BY DEPARTMENT, TO EMPTRNEXP.DAT:
      *   EXPIRED  - THE LATEST COMPLETION HAS ALREADY EXPIRED
      *   EXPIRING - IT EXPIRES WITHIN THE WINDOW (FIRST ARGUMENT
      *              IN DAYS, DEFAULT 60) OF THE BUSINESS DATE
      *   NOT HELD - A COURSE THE COURSE MASTER REQUIRES FOR THE
      *              EMPLOYEE'S GRADE OR DESIGNATION (OR FOR ALL
      *              EMPLOYEES) HAS NEVER BEEN COMPLETED
      * A NEW HIRE WHOSE PROBATION PERIOD (THE DUE DATE ON THE
      * PROBATION FILE INDXFILE OPENS) HAS PASSED WITH A REQUIRED
      * COURSE STILL NOT HELD IS ESCALATED ONTO THE EXCEPTION
      * TRACKER UNDER REASON TR, WITH A CASE NUMBER FROM
      * EXCCASE.CTL, THE SAME WAY EMPPRBRPT ESCALATES AN OVERDUE
      * REVIEW. THE CASE IS MARKED RESOLVED ONCE THE LAST REQUIRED
      * COURSE IS ON FILE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT TRAIN-FILE ASSIGN "TRAINHST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-TH-FILE-STATUS
                       RECORD KEY TH-KEY.
        SELECT COURSE-FILE ASSIGN "COURSEMST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CRS-FILE-STATUS.
        SELECT PROB-FILE ASSIGN "PROBATION"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-PRB-FILE-STATUS
                       RECORD KEY PRB-EMPID.
        SELECT EXCTRACK-FILE ASSIGN "EXCTRACK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EXCT-FILE-STATUS
                       RECORD KEY EXCT-KEY.
        SELECT CASECTL-FILE ASSIGN "EXCCASE.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CASE-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPTRNEXP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

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

       FD TRAIN-FILE
       RECORD 60.
       01 TRAINHST-REC.
          05 TH-KEY.
             10 TH-EMPID       PIC 9(05).
             10 TH-COURSE      PIC X(06).
             10 TH-COMPLETED   PIC 9(08).
          05 TH-EXPIRY         PIC 9(08).
          05 TH-CERT-NO        PIC X(15).
          05 TH-BATCH-ID       PIC X(08).
          05 FILLER            PIC X(10).

       FD COURSE-FILE
       RECORD 123.
       01 COURSE-REC.
          05 CRS-CODE          PIC X(06).
          05 CRS-NAME          PIC X(30).
          05 CRS-VALID-MONTHS  PIC 9(03).
          05 CRS-REQUIREMENT OCCURS 4 TIMES.
             10 CRS-REQ-TYPE   PIC X(01).
             10 CRS-REQ-VALUE  PIC X(20).

       FD PROB-FILE
       RECORD 30.
       01 PROB-REC.
          05 PRB-EMPID         PIC 9(05).
          05 PRB-DUE-DATE      PIC 9(08).
          05 PRB-STATUS        PIC X(01).
             88 PRB-PENDING    VALUE "P".
             88 PRB-CONFIRMED  VALUE "C".
             88 PRB-EXTENDED   VALUE "E".
          05 PRB-DECIDED-DATE  PIC 9(08).
          05 FILLER            PIC X(08).

       FD EXCTRACK-FILE
       RECORD 60.
       01 EXCTRACK-REC.
          05 EXCT-KEY.
             10 EXCT-EMPID     PIC 9(05).
             10 EXCT-REASON-CD PIC X(02).
          05 EXCT-CASE-NO      PIC 9(06).
          05 EXCT-FIRST-SEEN   PIC 9(08).
          05 EXCT-LAST-SEEN    PIC 9(08).
          05 EXCT-RESOLVED     PIC X(01).
          05 EXCT-REASON-TEXT  PIC X(30).

       FD CASECTL-FILE
       RECORD 6.
       01 CASECTL-REC          PIC 9(06).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-TH-FILE-STATUS     PIC X(02) VALUE "00".
             88 TH-STATUS-OK       VALUE "00".
          05 WS-TH-FILE-END        PIC X(01) VALUE "N".
             88 TH-FILE-END        VALUE "Y".
          05 WS-TH-AVAILABLE       PIC X(01) VALUE "N".
             88 TH-AVAILABLE       VALUE "Y".
          05 WS-CRS-FILE-STATUS    PIC X(02) VALUE "00".
             88 CRS-STATUS-OK      VALUE "00".
          05 WS-CRS-FILE-END       PIC X(01) VALUE "N".
             88 CRS-FILE-END       VALUE "Y".
          05 WS-PRB-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRB-STATUS-OK      VALUE "00".
          05 WS-PRB-AVAILABLE      PIC X(01) VALUE "N".
             88 PRB-AVAILABLE      VALUE "Y".
          05 WS-EXCT-FILE-STATUS   PIC X(02) VALUE "00".
             88 EXCT-STATUS-OK     VALUE "00".
             88 EXCT-FILE-NOT-FOUND VALUE "35".
          05 WS-CASE-FILE-STATUS   PIC X(02) VALUE "00".
             88 CASE-STATUS-OK     VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-DEPT-HEADED        PIC X(01) VALUE "N".
             88 DEPT-HEADED        VALUE "Y".
          05 WS-REQUIRED           PIC X(01) VALUE "N".
             88 COURSE-REQUIRED    VALUE "Y".

       01 WS-WINDOW-DAYS           PIC 9(03) VALUE 60.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-TODAY-INT             PIC 9(08) COMP.
       01 WS-WINDOW-INT            PIC 9(08) COMP.
       01 WS-WINDOW-DATE           PIC 9(08) VALUE ZERO.
       01 WS-NEXT-CASE-NO          PIC 9(06) VALUE 1.
       01 WS-PREV-DEPT             PIC 9(03) VALUE ZERO.
       01 WS-MISSING-REQUIRED      PIC 9(03) VALUE ZERO.
       01 WS-COUNTS.
          05 WS-EMP-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-EXPIRED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-EXPIRING-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-NOT-HELD-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-ESCALATED-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-OVERDUE-HIRE-COUNT PIC 9(05) VALUE ZERO.
          05 WS-RESOLVED-COUNT     PIC 9(05) VALUE ZERO.

      * THE COURSE MASTER, AND AGAINST EACH COURSE THE CURRENT
      * EMPLOYEE'S LATEST COMPLETION (ZERO WHEN NEVER COMPLETED).
       01 WS-CRS-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-CRS-TABLE.
          05 WS-CRS-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-CRS-COUNT.
             10 WS-CRS-CODE        PIC X(06).
             10 WS-CRS-NAME        PIC X(30).
             10 WS-CRS-REQ OCCURS 4 TIMES.
                15 WS-CRS-REQ-TYPE  PIC X(01).
                15 WS-CRS-REQ-VALUE PIC X(20).
             10 WS-EC-COMPLETED    PIC 9(08).
             10 WS-EC-EXPIRY       PIC 9(08).
       01 WS-CRS-SUB               PIC 9(03).
       01 WS-REQ-SUB               PIC 9(01).

       01 WS-STATUS-TEXT           PIC X(08).
       01 WS-PRT-DATE              PIC X(08).
       01 WS-PRT-EXPIRY            PIC X(08).
       01 WS-PRT-COUNT             PIC ZZZZ9.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPTRNEX".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-SCAN-EMPLOYEES THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-WINDOW-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 60 TO WS-WINDOW-DAYS
           END-ACCEPT.
           IF WS-WINDOW-DAYS = ZERO
               MOVE 60 TO WS-WINDOW-DAYS
           END-IF.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-WINDOW-INT = WS-TODAY-INT + WS-WINDOW-DAYS.
           COMPUTE WS-WINDOW-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-INT).

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-COURSES THRU 1100-EXIT.

      * NO HISTORY YET MEANS NOTHING HAS BEEN COMPLETED - EVERY
      * REQUIRED COURSE THEN SHOWS AS NOT HELD.
           OPEN INPUT TRAIN-FILE.
           IF TH-STATUS-OK
               MOVE "Y" TO WS-TH-AVAILABLE
           ELSE
               DISPLAY "NO TRAINING HISTORY - RUN EMPTRNM FIRST"
           END-IF.

           OPEN INPUT PROB-FILE.
           IF PRB-STATUS-OK
               MOVE "Y" TO WS-PRB-AVAILABLE
           ELSE
               DISPLAY "NO PROBATION FILE - NEW HIRES NOT CHECKED"
           END-IF.

           OPEN I-O EXCTRACK-FILE.
           IF EXCT-FILE-NOT-FOUND
               OPEN OUTPUT EXCTRACK-FILE
               CLOSE EXCTRACK-FILE
               OPEN I-O EXCTRACK-FILE
           END-IF.
           IF NOT EXCT-STATUS-OK
               DISPLAY "ERROR OPENING EXCTRACK-FILE"
               DISPLAY "FILE STATUS : " WS-EXCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CASECTL-FILE.
           IF CASE-STATUS-OK
               READ CASECTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CASECTL-REC TO WS-NEXT-CASE-NO
               END-READ
               CLOSE CASECTL-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRAINING AND CERTIFICATION EXPIRY AS AT "
                  WS-BUSINESS-DATE " - EXPIRING BY " WS-WINDOW-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-COURSES.
           OPEN INPUT COURSE-FILE.
           IF NOT CRS-STATUS-OK
               DISPLAY "ERROR OPENING COURSE-FILE"
               DISPLAY "FILE STATUS : " WS-CRS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL CRS-FILE-END
               READ COURSE-FILE
                   AT END
                       MOVE "Y" TO WS-CRS-FILE-END
                   NOT AT END
                       IF WS-CRS-COUNT >= 200
                           DISPLAY "COURSE TABLE FULL - " CRS-CODE
                                   " DROPPED"
                       ELSE
                           ADD 1 TO WS-CRS-COUNT
                           MOVE CRS-CODE TO WS-CRS-CODE (WS-CRS-COUNT)
                           MOVE CRS-NAME TO WS-CRS-NAME (WS-CRS-COUNT)
                           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                                   UNTIL WS-REQ-SUB > 4
                               MOVE CRS-REQ-TYPE (WS-REQ-SUB)
                                 TO WS-CRS-REQ-TYPE
                                        (WS-CRS-COUNT WS-REQ-SUB)
                               MOVE CRS-REQ-VALUE (WS-REQ-SUB)
                                 TO WS-CRS-REQ-VALUE
                                        (WS-CRS-COUNT WS-REQ-SUB)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-FILE.
       1100-EXIT.
           EXIT.

      * DEPARTMENT ORDER COMES FROM THE EMPDEPT ALTERNATE KEY.
       2000-SCAN-EMPLOYEES.
           MOVE ZERO TO EMPDEPT.
           START EMPFILE KEY >= EMPDEPT
               INVALID KEY
                   DISPLAY "EMPFILE IS EMPTY"
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF NOT EMP-TERMINATED
                           PERFORM 2100-CHECK-EMPLOYEE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-CHECK-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT.
           IF EMPDEPT NOT = WS-PREV-DEPT
               MOVE EMPDEPT TO WS-PREV-DEPT
               MOVE "N" TO WS-DEPT-HEADED
           END-IF.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > WS-CRS-COUNT
               MOVE ZERO TO WS-EC-COMPLETED (WS-CRS-SUB)
               MOVE ZERO TO WS-EC-EXPIRY (WS-CRS-SUB)
           END-PERFORM.
           IF TH-AVAILABLE
               PERFORM 2200-LOAD-HISTORY THRU 2200-EXIT
           END-IF.

           MOVE ZERO TO WS-MISSING-REQUIRED.
           PERFORM 2300-CHECK-COURSE THRU 2300-EXIT
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-COUNT.

           IF PRB-AVAILABLE
               PERFORM 2500-CHECK-PROBATION THRU 2500-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      * THE HISTORY IS KEYED EMPID, COURSE, COMPLETION DATE, SO THE
      * LAST RECORD READ FOR A COURSE IS ITS LATEST COMPLETION.
       2200-LOAD-HISTORY.
           MOVE EMPID TO TH-EMPID.
           MOVE LOW-VALUES TO TH-COURSE.
           MOVE ZERO TO TH-COMPLETED.
           MOVE "N" TO WS-TH-FILE-END.
           START TRAIN-FILE KEY >= TH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TH-FILE-END
           END-START.
           PERFORM UNTIL TH-FILE-END
               READ TRAIN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-TH-FILE-END
                   NOT AT END
                       IF TH-EMPID NOT = EMPID
                           MOVE "Y" TO WS-TH-FILE-END
                       ELSE
                           PERFORM 2210-TAKE-COMPLETION THRU 2210-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2210-TAKE-COMPLETION.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > WS-CRS-COUNT
                      OR WS-CRS-CODE (WS-CRS-SUB) = TH-COURSE
               CONTINUE
           END-PERFORM.
           IF WS-CRS-SUB > WS-CRS-COUNT
               DISPLAY "COURSE " TH-COURSE " FOR " TH-EMPID
                       " IS NOT ON THE COURSE MASTER"
               GO TO 2210-EXIT
           END-IF.
           MOVE TH-COMPLETED TO WS-EC-COMPLETED (WS-CRS-SUB).
           MOVE TH-EXPIRY TO WS-EC-EXPIRY (WS-CRS-SUB).
       2210-EXIT.
           EXIT.

       2300-CHECK-COURSE.
           MOVE "N" TO WS-REQUIRED.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > 4
               EVALUATE WS-CRS-REQ-TYPE (WS-CRS-SUB WS-REQ-SUB)
                   WHEN "A"
                       MOVE "Y" TO WS-REQUIRED
                   WHEN "G"
                       IF WS-CRS-REQ-VALUE (WS-CRS-SUB WS-REQ-SUB)
                               = EMPGRADE
                           MOVE "Y" TO WS-REQUIRED
                       END-IF
                   WHEN "D"
                       IF WS-CRS-REQ-VALUE (WS-CRS-SUB WS-REQ-SUB)
                               = EMPDESIGNATION
                           MOVE "Y" TO WS-REQUIRED
                       END-IF
               END-EVALUATE
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-EC-COMPLETED (WS-CRS-SUB) = ZERO
                   IF NOT COURSE-REQUIRED
                       GO TO 2300-EXIT
                   END-IF
                   ADD 1 TO WS-MISSING-REQUIRED
                   ADD 1 TO WS-NOT-HELD-COUNT
                   MOVE "NOT HELD" TO WS-STATUS-TEXT
               WHEN WS-EC-EXPIRY (WS-CRS-SUB) < WS-BUSINESS-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED" TO WS-STATUS-TEXT
               WHEN WS-EC-EXPIRY (WS-CRS-SUB) <= WS-WINDOW-DATE
                   ADD 1 TO WS-EXPIRING-COUNT
                   MOVE "EXPIRING" TO WS-STATUS-TEXT
               WHEN OTHER
                   GO TO 2300-EXIT
           END-EVALUATE.
           PERFORM 2400-WRITE-LINE THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

       2400-WRITE-LINE.
           IF NOT DEPT-HEADED
               MOVE "Y" TO WS-DEPT-HEADED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "DEPARTMENT " EMPDEPT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-EC-COMPLETED (WS-CRS-SUB) = ZERO
               MOVE SPACES TO WS-PRT-DATE
               MOVE SPACES TO WS-PRT-EXPIRY
           ELSE
               MOVE WS-EC-COMPLETED (WS-CRS-SUB) TO WS-PRT-DATE
               MOVE WS-EC-EXPIRY (WS-CRS-SUB) TO WS-PRT-EXPIRY
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " EMPID " " EMPNAME " " WS-CRS-CODE (WS-CRS-SUB)
                  " " WS-CRS-NAME (WS-CRS-SUB) " " WS-PRT-DATE
                  " " WS-PRT-EXPIRY " " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2400-EXIT.
           EXIT.

      * ONLY A HIRE WITH A PROBATION RECORD WHOSE DUE DATE HAS
      * PASSED IS HELD TO THE RULE.
       2500-CHECK-PROBATION.
           MOVE EMPID TO PRB-EMPID.
           READ PROB-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF PRB-DUE-DATE NOT < WS-BUSINESS-DATE
               GO TO 2500-EXIT
           END-IF.

           MOVE EMPID TO EXCT-EMPID.
           MOVE "TR" TO EXCT-REASON-CD.
           IF WS-MISSING-REQUIRED = ZERO
               READ EXCTRACK-FILE
                   INVALID KEY
                       GO TO 2500-EXIT
               END-READ
               IF EXCT-RESOLVED NOT = "Y"
                   MOVE "Y" TO EXCT-RESOLVED
                   MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN
                   REWRITE EXCTRACK-REC
                   ADD 1 TO WS-RESOLVED-COUNT
               END-IF
               GO TO 2500-EXIT
           END-IF.

           ADD 1 TO WS-OVERDUE-HIRE-COUNT.
           READ EXCTRACK-FILE
               INVALID KEY
                   MOVE SPACES TO EXCTRACK-REC
                   MOVE EMPID TO EXCT-EMPID
                   MOVE "TR" TO EXCT-REASON-CD
                   MOVE WS-NEXT-CASE-NO TO EXCT-CASE-NO
                   ADD 1 TO WS-NEXT-CASE-NO
                   MOVE WS-BUSINESS-DATE TO EXCT-FIRST-SEEN
                   MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN
                   MOVE "N" TO EXCT-RESOLVED
                   MOVE "MANDATORY TRAINING NOT DONE"
                       TO EXCT-REASON-TEXT
                   WRITE EXCTRACK-REC
                   ADD 1 TO WS-ESCALATED-COUNT
               NOT INVALID KEY
                   MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN
                   MOVE "N" TO EXCT-RESOLVED
                   REWRITE EXCTRACK-REC
           END-READ.
       2500-EXIT.
           EXIT.

       9999-CLEANUP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXPIRED                      : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXPIRING-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXPIRING IN WINDOW           : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NOT-HELD-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUIRED BUT NOT HELD        : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVERDUE-HIRE-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAST PROBATION, NOT TRAINED  : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE EMPFILE.
           IF TH-AVAILABLE
               CLOSE TRAIN-FILE
           END-IF.
           IF PRB-AVAILABLE
               CLOSE PROB-FILE
           END-IF.
           CLOSE EXCTRACK-FILE.
           CLOSE REPORT-FILE.

           OPEN OUTPUT CASECTL-FILE.
           IF CASE-STATUS-OK
               MOVE WS-NEXT-CASE-NO TO CASECTL-REC
               WRITE CASECTL-REC
               CLOSE CASECTL-FILE
           END-IF.

           IF WS-EXPIRED-COUNT > ZERO OR WS-OVERDUE-HIRE-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "EXPIRED " WS-EXPIRED-COUNT " EXPIRING "
                  WS-EXPIRING-COUNT " NEW TR CASES "
                  WS-ESCALATED-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-EXPIRED-COUNT > ZERO OR WS-OVERDUE-HIRE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES CHECKED     : " WS-EMP-COUNT.
           DISPLAY "EXPIRED               : " WS-EXPIRED-COUNT.
           DISPLAY "EXPIRING IN WINDOW    : " WS-EXPIRING-COUNT.
           DISPLAY "REQUIRED NOT HELD     : " WS-NOT-HELD-COUNT.
           DISPLAY "PAST PROBATION        : " WS-OVERDUE-HIRE-COUNT.
           DISPLAY "NEW ESCALATIONS       : " WS-ESCALATED-COUNT.
           DISPLAY "CASES RESOLVED        : " WS-RESOLVED-COUNT.
       9999-EXIT.
           EXIT.
