       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTRNM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TRAINING AND CERTIFICATION HISTORY MAINTENANCE.
      *
      * EVERY COURSE OR CERTIFICATE AN EMPLOYEE COMPLETES IS KEPT ON
      * THE INDEXED HISTORY FILE TRAINHST, KEYED BY EMPID, COURSE
      * AND COMPLETION DATE, SO RENEWALS BUILD UP A HISTORY RATHER
      * THAN OVERWRITING THE LAST ONE. THE COURSES THEMSELVES ARE ON
      * THE COURSE MASTER (COURSEMST.DAT): CODE, NAME, HOW MANY
      * MONTHS A COMPLETION STAYS VALID (000 = NEVER EXPIRES) AND UP
      * TO FOUR GRADES OR DESIGNATIONS THAT MUST HOLD IT ("A" = ALL
      * EMPLOYEES). THIS PROGRAM APPLIES ITS TRANSACTION FILE
      * (EMPTRNT.DAT):
      *   A - RECORD A COMPLETION. THE EXPIRY IS THE COMPLETION DATE
      *       PLUS THE COURSE'S VALIDITY, UNLESS THE CERTIFICATE
      *       STATES ITS OWN EXPIRY DATE
      *   D - REMOVE A COMPLETION KEYED IN BY MISTAKE
      * REJECTS GO TO EMPTRNM.ERR WITH A REASON. EMPTRNEXP REPORTS
      * WHAT IS DUE TO EXPIRE.
      *
      * TRANSACTION LAYOUT (43 BYTES):
      *   ACTION X(1), EMPID 9(5), COURSE X(6), COMPLETED 9(8),
      *   EXPIRY 9(8) (ZERO = FROM THE COURSE), CERTIFICATE X(15)
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT; THE HASH IS ZERO - THESE RECORDS
      * CARRY NO SALARY), AND A BATCH ID NOT APPLIED BEFORE. A
      * TRUNCATED OR RE-SENT FILE IS REJECTED WHOLE.
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
        SELECT TRANS-FILE ASSIGN "EMPTRNT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPTRNM.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
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

      * TH-EXPIRY IS 99999999 FOR A COURSE THAT NEVER EXPIRES.
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

       FD TRANS-FILE
       RECORD 43.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-COURSE        PIC X(06).
          05 TRN-COMPLETED     PIC 9(08).
          05 TRN-EXPIRY        PIC 9(08).
          05 TRN-CERT-NO       PIC X(15).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 FILLER            PIC X(06).
          05 TRN-COMPLETED-X   PIC X(08).
          05 TRN-EXPIRY-X      PIC X(08).
          05 FILLER            PIC X(15).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(26).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(28).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(02).
          05 ERR-COURSE        PIC X(06).
          05 FILLER            PIC X(02).
          05 ERR-COMPLETED     PIC X(08).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(40).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-TH-FILE-STATUS     PIC X(02) VALUE "00".
             88 TH-STATUS-OK       VALUE "00".
             88 TH-FILE-NOT-FOUND  VALUE "35".
          05 WS-CRS-FILE-STATUS    PIC X(02) VALUE "00".
             88 CRS-STATUS-OK      VALUE "00".
          05 WS-CRS-FILE-END       PIC X(01) VALUE "N".
             88 CRS-FILE-END       VALUE "Y".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-DELETE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(40) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

       01 WS-CRS-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-CRS-TABLE.
          05 WS-CRS-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-CRS-COUNT.
             10 WS-CRS-CODE        PIC X(06).
             10 WS-CRS-MONTHS      PIC 9(03).
       01 WS-CRS-SUB               PIC 9(03).

      * THE EXPIRY IS WORKED OUT IN WHOLE MONTHS; A COMPLETION ON
      * THE 31ST EXPIRES ON THE LAST DAY OF A SHORTER MONTH.
       01 WS-EXPIRY-DATE           PIC 9(08) VALUE ZERO.
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
          05 WS-EXP-YEAR           PIC 9(04).
          05 WS-EXP-MONTH          PIC 9(02).
          05 WS-EXP-DAY            PIC 9(02).
       01 WS-EXP-MONTHS            PIC 9(06) VALUE ZERO.

       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).
       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-DATE-X REDEFINES DV-DATE PIC X(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPTRNM".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TRAIN-FILE.
           IF TH-FILE-NOT-FOUND
               OPEN OUTPUT TRAIN-FILE
               CLOSE TRAIN-FILE
               OPEN I-O TRAIN-FILE
           END-IF.
           IF NOT TH-STATUS-OK
               DISPLAY "ERROR OPENING TRAIN-FILE"
               DISPLAY "FILE STATUS : " WS-TH-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-COURSES THRU 1100-EXIT.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      * WITHOUT THE COURSE MASTER NO COMPLETION CAN BE PROVED OR
      * GIVEN AN EXPIRY.
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
                           MOVE CRS-VALID-MONTHS
                               TO WS-CRS-MONTHS (WS-CRS-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-FILE.
       1100-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
      * REJECTED WHOLE BEFORE A SINGLE COMPLETION IS RECORDED.
       1500-VALIDATE-BATCH-CONTROLS.
           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR OPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TB-HEADER-REC
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE TB-HDR-BATCH-ID TO WS-BATCH-ID
                           WHEN TB-TRAILER-REC
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE TB-TRL-COUNT TO WS-TRAILER-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-BATCH-DETAILS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

           IF NOT HEADER-SEEN
               DISPLAY "BATCH HAS NO HEADER - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT TRAILER-SEEN
               DISPLAY "BATCH HAS NO TRAILER - FILE MAY BE "
                       "TRUNCATED - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BATCH-DETAILS NOT = WS-TRAILER-COUNT
               DISPLAY "BATCH COUNT DOES NOT BALANCE - REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-COUNT
               DISPLAY "COUNTED : " WS-BATCH-DETAILS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "C" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.
           IF BREG-RESULT = "S"
               DISPLAY "BATCH " WS-BATCH-ID
                       " WAS ALREADY APPLIED - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "BATCH " WS-BATCH-ID " ACCEPTED, "
                   WS-BATCH-DETAILS " TRANSACTIONS".

           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR REOPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-TRN-FILE-END.
       1500-EXIT.
           EXIT.

       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       IF TB-HEADER-REC OR TB-TRAILER-REC
                           CONTINUE
                       ELSE
                           PERFORM 2100-APPLY-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE.
           MOVE SPACES TO WS-REASON.
           IF TRN-EMPID-X NOT NUMERIC OR TRN-EMPID = ZERO
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE TRN-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON
                   GO TO 2100-REJECT
           END-READ.

           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > WS-CRS-COUNT
                      OR WS-CRS-CODE (WS-CRS-SUB) = TRN-COURSE
               CONTINUE
           END-PERFORM.
           IF WS-CRS-SUB > WS-CRS-COUNT
               MOVE "COURSE NOT ON COURSE MASTER" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

      * A CERTIFICATE CAN PRE-DATE THE HIRE (A LICENCE BROUGHT FROM
      * A PREVIOUS EMPLOYER) BUT NOT THE BUSINESS DATE.
           MOVE TRN-COMPLETED-X TO DV-DATE-X.
           MOVE "H" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE ZERO TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "COMPLETION DATE NOT REAL OR IN FUTURE"
                   TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE TRN-EMPID TO TH-EMPID.
           MOVE TRN-COURSE TO TH-COURSE.
           MOVE TRN-COMPLETED TO TH-COMPLETED.

           EVALUATE TRN-ACTION
               WHEN "A"
                   PERFORM 3000-ADD-COMPLETION THRU 3000-EXIT
               WHEN "D"
                   PERFORM 5000-REMOVE-COMPLETION THRU 5000-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REASON
           END-EVALUATE.

           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRN-ACTION TO ERR-ACTION.
           MOVE TRN-EMPID-X TO ERR-EMPID.
           MOVE TRN-COURSE TO ERR-COURSE.
           MOVE TRN-COMPLETED-X TO ERR-COMPLETED.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-EMPID-X " "
                   TRN-COURSE " - " WS-REASON.
       2100-EXIT.
           EXIT.

       3000-ADD-COMPLETION.
           IF TRN-EXPIRY-X NOT NUMERIC
               MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-EXPIRY NOT = ZERO
               MOVE TRN-EXPIRY TO DV-DATE
               MOVE "D" TO DV-CHECK-TYPE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   MOVE "EXPIRY DATE NOT A REAL DATE" TO WS-REASON
                   GO TO 3000-EXIT
               END-IF
               IF TRN-EXPIRY NOT > TRN-COMPLETED
                   MOVE "EXPIRY NOT AFTER COMPLETION" TO WS-REASON
                   GO TO 3000-EXIT
               END-IF
               MOVE TRN-EXPIRY TO WS-EXPIRY-DATE
           ELSE
               PERFORM 3100-WORK-OUT-EXPIRY THRU 3100-EXIT
           END-IF.

           MOVE SPACES TO TRAINHST-REC.
           MOVE TRN-EMPID TO TH-EMPID.
           MOVE TRN-COURSE TO TH-COURSE.
           MOVE TRN-COMPLETED TO TH-COMPLETED.
           MOVE WS-EXPIRY-DATE TO TH-EXPIRY.
           MOVE TRN-CERT-NO TO TH-CERT-NO.
           MOVE WS-BATCH-ID TO TH-BATCH-ID.
           WRITE TRAINHST-REC
               INVALID KEY
                   MOVE "COMPLETION ALREADY RECORDED" TO WS-REASON
                   GO TO 3000-EXIT
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           DISPLAY "COMPLETION ADDED: " TH-EMPID " " TH-COURSE
                   " " TH-COMPLETED " EXPIRES " TH-EXPIRY.
       3000-EXIT.
           EXIT.

      * COMPLETION DATE PLUS THE COURSE'S VALIDITY IN MONTHS, THE
      * DAY PULLED BACK TO THE END OF A SHORTER MONTH.
       3100-WORK-OUT-EXPIRY.
           IF WS-CRS-MONTHS (WS-CRS-SUB) = ZERO
               MOVE 99999999 TO WS-EXPIRY-DATE
               GO TO 3100-EXIT
           END-IF.
           MOVE TRN-COMPLETED TO WS-EXPIRY-DATE.
           COMPUTE WS-EXP-MONTHS = (WS-EXP-YEAR * 12)
               + WS-EXP-MONTH - 1 + WS-CRS-MONTHS (WS-CRS-SUB).
           COMPUTE WS-EXP-YEAR = WS-EXP-MONTHS / 12.
           COMPUTE WS-EXP-MONTH = WS-EXP-MONTHS
               - (WS-EXP-YEAR * 12) + 1.

       3100-CHECK-DAY.
           MOVE WS-EXPIRY-DATE TO DV-DATE.
           MOVE "D" TO DV-CHECK-TYPE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               SUBTRACT 1 FROM WS-EXP-DAY
               GO TO 3100-CHECK-DAY
           END-IF.
       3100-EXIT.
           EXIT.

       5000-REMOVE-COMPLETION.
           DELETE TRAIN-FILE
               INVALID KEY
                   MOVE "NO SUCH COMPLETION RECORDED" TO WS-REASON
                   GO TO 5000-EXIT
           END-DELETE.
           ADD 1 TO WS-DELETE-COUNT.
           DISPLAY "COMPLETION REMOVED: " TH-EMPID " " TH-COURSE
                   " " TH-COMPLETED.
       5000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE TRAIN-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           IF WS-REJECT-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "BATCH " WS-BATCH-ID " ADDED " WS-ADD-COUNT
                  " REMOVED " WS-DELETE-COUNT " REJECTED "
                  WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "COMPLETIONS ADDED  : " WS-ADD-COUNT.
           DISPLAY "COMPLETIONS REMOVED: " WS-DELETE-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
