       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBENM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * EMPLOYEE BENEFIT ENROLLMENT MAINTENANCE.
      *
      * THE PAY RUN USED TO TAKE ONE FLAT HEALTH PREMIUM FROM EVERY
      * EMPLOYEE. EMPLOYEES NOW ELECT MEDICAL AND DENTAL PLANS AT
      * A COVERAGE TIER, AND EACH ELECTION LIVES ON THE COMPANION
      * INDEXED FILE EMPBENE, KEYED BY EMPID PLUS PLAN CODE. THE
      * PLANS AND THEIR MONTHLY PREMIUMS BY TIER COME FROM THE
      * EFFECTIVE-DATED PLAN RATE MASTER BENPLAN.DAT. THIS PROGRAM
      * APPLIES ITS TRANSACTION FILE (EMPBENT.DAT):
      *   I - ENROLL IN A PLAN (EMPLOYEE ON EMPFILE AND NOT
      *       TERMINATED, PLAN OPEN ON THE EFFECTIVE DATE, NO OTHER
      *       PLAN OF THE SAME TYPE IN FORCE)
      *   U - CHANGE THE TIER, DEPENDENTS OR DATES OF AN ENROLLMENT
      *       (A STOP DATE ENDS THE COVERAGE)
      *   D - REMOVE AN ENROLLMENT KEYED IN ERROR
      * TIER E = EMPLOYEE ONLY (NO DEPENDENTS), S = EMPLOYEE PLUS
      * SPOUSE (ONE DEPENDENT), F = FAMILY (ONE OR MORE).
      * REJECTS GO TO EMPBENM.ERR WITH A REASON. EMPSTATUS STOPS
      * EVERY ENROLLMENT WHEN IT TERMINATES AN EMPLOYEE, AND
      * EMPPAYRUN DEDUCTS THE PREMIUMS ELECTED HERE.
      *
      * PLAN RATE MASTER LAYOUT (58 BYTES):
      *   PLAN CODE X(3), TYPE X(1) (M MEDICAL, D DENTAL),
      *   NAME X(20), EFFECTIVE DATE 9(8), MONTHLY PREMIUM FOR
      *   TIERS E, S AND F 9(4)V99 EACH, CLOSE DATE 9(8) (ZERO
      *   WHILE THE PLAN IS OPEN). THE RATE SET IN FORCE FOR A PLAN
      *   IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
      *   DATE IN QUESTION.
      *
      * TRANSACTION LAYOUT (28 BYTES):
      *   ACTION X(1), EMPID 9(5), PLAN CODE X(3), TIER X(1),
      *   DEPENDENTS 9(2), EFFECTIVE DATE 9(8), STOP DATE 9(8)
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT; THE HASH IS ZERO - THESE RECORDS
      * CARRY NO SALARY), AND A BATCH ID NOT APPLIED BEFORE.
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
        SELECT BENE-FILE ASSIGN "EMPBENE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BEN-FILE-STATUS
                       RECORD KEY BEN-KEY.
        SELECT PLAN-FILE ASSIGN "BENPLAN.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PLN-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "EMPBENT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPBENM.ERR"
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

      * ONE RECORD PER EMPLOYEE PER PLAN ELECTED. A STOP DATE OF
      * ZERO MEANS THE COVERAGE IS OPEN-ENDED.
       FD BENE-FILE
       RECORD 40.
       01 BENE-REC.
          05 BEN-KEY.
             10 BEN-EMPID      PIC 9(05).
             10 BEN-PLAN       PIC X(03).
          05 BEN-TIER          PIC X(01).
          05 BEN-DEPENDENTS    PIC 9(02).
          05 BEN-EFF-DATE      PIC 9(08).
          05 BEN-STOP-DATE     PIC 9(08).
          05 FILLER            PIC X(13).

       FD PLAN-FILE
       RECORD 58.
       01 PLAN-REC.
          05 PLN-CODE          PIC X(03).
          05 PLN-TYPE          PIC X(01).
          05 PLN-NAME          PIC X(20).
          05 PLN-EFF-DATE      PIC 9(08).
          05 PLN-RATE-E        PIC 9(04)V99.
          05 PLN-RATE-S        PIC 9(04)V99.
          05 PLN-RATE-F        PIC 9(04)V99.
          05 PLN-CLOSE-DATE    PIC 9(08).

       FD TRANS-FILE
       RECORD 28.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-PLAN          PIC X(03).
          05 TRN-TIER          PIC X(01).
          05 TRN-DEPENDENTS    PIC 9(02).
          05 TRN-EFF-DATE      PIC 9(08).
          05 TRN-STOP-DATE     PIC 9(08).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 FILLER            PIC X(04).
          05 TRN-DEPENDENTS-X  PIC X(02).
          05 TRN-EFF-DATE-X    PIC X(08).
          05 TRN-STOP-DATE-X   PIC X(08).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(11).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(13).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(01).
          05 ERR-PLAN          PIC X(03).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-BEN-FILE-STATUS    PIC X(02) VALUE "00".
             88 BEN-STATUS-OK      VALUE "00".
             88 BEN-FILE-NOT-FOUND VALUE "35".
          05 WS-BEN-BROWSE-END     PIC X(01) VALUE "N".
             88 BEN-BROWSE-END     VALUE "Y".
          05 WS-PLN-FILE-STATUS    PIC X(02) VALUE "00".
             88 PLN-STATUS-OK      VALUE "00".
          05 WS-PLN-FILE-END       PIC X(01) VALUE "N".
             88 PLN-FILE-END       VALUE "Y".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-BEN-FOUND          PIC X(01) VALUE "N".
             88 BEN-FOUND          VALUE "Y".
          05 WS-PLAN-FOUND         PIC X(01) VALUE "N".
             88 PLAN-FOUND         VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-UPDATE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-DELETE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(35) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).
       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).

      * EVERY RATE SET ON THE PLAN MASTER. THE SET THAT APPLIES TO
      * A TRANSACTION IS PICKED BY PLAN CODE AND EFFECTIVE DATE.
       01 WS-PLAN-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-PLAN-COUNT.
             10 WS-PL-CODE         PIC X(03).
             10 WS-PL-TYPE         PIC X(01).
             10 WS-PL-EFF-DATE     PIC 9(08).
             10 WS-PL-CLOSE-DATE   PIC 9(08).
       01 WS-PLAN-SUB              PIC 9(03).
       01 WS-PLAN-TYPE             PIC X(01) VALUE SPACE.
       01 WS-PLAN-CLOSE-DATE       PIC 9(08) VALUE ZERO.
       01 WS-PLAN-BEST-EFF         PIC 9(08) VALUE ZERO.
       01 WS-PLAN-AS-OF            PIC 9(08) VALUE ZERO.
       01 WS-OTHER-TYPE            PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O BENE-FILE.
           IF BEN-FILE-NOT-FOUND
               OPEN OUTPUT BENE-FILE
               CLOSE BENE-FILE
               OPEN I-O BENE-FILE
           END-IF.
           IF NOT BEN-STATUS-OK
               DISPLAY "ERROR OPENING BENE-FILE"
               DISPLAY "FILE STATUS : " WS-BEN-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-PLANS THRU 1100-EXIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      * THE PLAN MASTER IS MANDATORY - NOBODY CAN ENROLL IN A PLAN
      * THE COMPANY DOES NOT OFFER.
       1100-LOAD-PLANS.
           OPEN INPUT PLAN-FILE.
           IF NOT PLN-STATUS-OK
               DISPLAY "ERROR OPENING PLAN-FILE"
               DISPLAY "FILE STATUS : " WS-PLN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL PLN-FILE-END
               READ PLAN-FILE
                   AT END
                       MOVE "Y" TO WS-PLN-FILE-END
                   NOT AT END
                       IF WS-PLAN-COUNT >= 100
                           DISPLAY "PLAN TABLE FULL - RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE PLN-CODE TO
                               WS-PL-CODE (WS-PLAN-COUNT)
                           MOVE PLN-TYPE TO
                               WS-PL-TYPE (WS-PLAN-COUNT)
                           MOVE PLN-EFF-DATE TO
                               WS-PL-EFF-DATE (WS-PLAN-COUNT)
                           MOVE PLN-CLOSE-DATE TO
                               WS-PL-CLOSE-DATE (WS-PLAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.
       1100-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
      * REJECTED WHOLE BEFORE A SINGLE ENROLLMENT CHANGES.
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
           IF TRN-ACTION NOT = "I" AND TRN-ACTION NOT = "U"
                   AND TRN-ACTION NOT = "D"
               MOVE "UNKNOWN ACTION CODE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-EMP-FOUND.
           MOVE TRN-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.
           IF NOT EMP-FOUND
               MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-BEN-FOUND.
           MOVE TRN-EMPID TO BEN-EMPID.
           MOVE TRN-PLAN TO BEN-PLAN.
           READ BENE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BEN-FOUND
           END-READ.

           IF TRN-ACTION = "D"
               PERFORM 5000-REMOVE-ENROLLMENT THRU 5000-EXIT
               GO TO 2100-CHECK-REASON
           END-IF.

           PERFORM 2200-EDIT-ENROLLMENT THRU 2200-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.

           EVALUATE TRN-ACTION
               WHEN "I"
                   PERFORM 3000-ADD-ENROLLMENT THRU 3000-EXIT
               WHEN "U"
                   PERFORM 4000-CHANGE-ENROLLMENT THRU 4000-EXIT
           END-EVALUATE.

       2100-CHECK-REASON.
           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRN-ACTION TO ERR-ACTION.
           MOVE TRN-EMPID-X TO ERR-EMPID.
           MOVE TRN-PLAN TO ERR-PLAN.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-EMPID-X " "
                   TRN-PLAN " - " WS-REASON.
       2100-EXIT.
           EXIT.

      * THE FIELD EDITS SHARED BY ENROLLMENTS AND CHANGES: THE
      * TIER AGREES WITH THE DEPENDENTS, THE DATES ARE REAL AND IN
      * ORDER, AND THE PLAN EXISTS AND IS OPEN ON THE EFFECTIVE
      * DATE.
       2200-EDIT-ENROLLMENT.
           IF TRN-DEPENDENTS-X NOT NUMERIC
               MOVE "DEPENDENTS NOT NUMERIC" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           EVALUATE TRN-TIER
               WHEN "E"
                   IF TRN-DEPENDENTS NOT = ZERO
                       MOVE "EMPLOYEE-ONLY TIER HAS DEPENDENTS"
                           TO WS-REASON
                   END-IF
               WHEN "S"
                   IF TRN-DEPENDENTS NOT = 1
                       MOVE "SPOUSE TIER NEEDS ONE DEPENDENT"
                           TO WS-REASON
                   END-IF
               WHEN "F"
                   IF TRN-DEPENDENTS = ZERO
                       MOVE "FAMILY TIER HAS NO DEPENDENTS"
                           TO WS-REASON
                   END-IF
               WHEN OTHER
                   MOVE "TIER NOT E, S OR F" TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               GO TO 2200-EXIT
           END-IF.

           IF TRN-EFF-DATE-X NOT NUMERIC OR TRN-EFF-DATE = ZERO
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE TRN-EFF-DATE TO DV-DATE.
           MOVE "D" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE EMP-HIRE-DATE TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "EFFECTIVE DATE NOT A REAL DATE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           IF TRN-EFF-DATE < EMP-HIRE-DATE
               MOVE "EFFECTIVE DATE BEFORE HIRE DATE" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.

           IF TRN-STOP-DATE-X NOT NUMERIC
               MOVE "STOP DATE NOT NUMERIC" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           IF TRN-STOP-DATE NOT = ZERO
               MOVE TRN-STOP-DATE TO DV-DATE
               MOVE "D" TO DV-CHECK-TYPE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   MOVE "STOP DATE NOT A REAL DATE" TO WS-REASON
                   GO TO 2200-EXIT
               END-IF
               IF TRN-STOP-DATE < TRN-EFF-DATE
                   MOVE "STOP DATE BEFORE EFFECTIVE DATE"
                       TO WS-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           MOVE TRN-EFF-DATE TO WS-PLAN-AS-OF.
           PERFORM 2300-FIND-PLAN THRU 2300-EXIT.
           IF NOT PLAN-FOUND
               MOVE "PLAN NOT ON PLAN MASTER" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      * LATEST-WINS LOOKUP OF THE PLAN'S RATE SET IN FORCE ON
      * WS-PLAN-AS-OF. A PLAN WHOSE FIRST RATE SET STARTS LATER IS
      * NOT YET OFFERED ON THAT DATE.
       2300-FIND-PLAN.
           MOVE "N" TO WS-PLAN-FOUND.
           MOVE ZERO TO WS-PLAN-BEST-EFF.
           MOVE SPACE TO WS-PLAN-TYPE.
           MOVE ZERO TO WS-PLAN-CLOSE-DATE.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PL-CODE (WS-PLAN-SUB) = TRN-PLAN
                       AND WS-PL-EFF-DATE (WS-PLAN-SUB)
                           <= WS-PLAN-AS-OF
                       AND WS-PL-EFF-DATE (WS-PLAN-SUB)
                           >= WS-PLAN-BEST-EFF
                   MOVE "Y" TO WS-PLAN-FOUND
                   MOVE WS-PL-EFF-DATE (WS-PLAN-SUB)
                       TO WS-PLAN-BEST-EFF
                   MOVE WS-PL-TYPE (WS-PLAN-SUB) TO WS-PLAN-TYPE
                   MOVE WS-PL-CLOSE-DATE (WS-PLAN-SUB)
                       TO WS-PLAN-CLOSE-DATE
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

      * A NEW ENROLLMENT MUST BE IN A PLAN STILL OPEN ON ITS
      * EFFECTIVE DATE, FOR AN EMPLOYEE STILL ON THE BOOKS, AND
      * MAY NOT OVERLAP ANOTHER PLAN OF THE SAME TYPE - NOBODY IS
      * COVERED BY TWO MEDICAL PLANS AT ONCE.
       3000-ADD-ENROLLMENT.
           IF BEN-FOUND
               MOVE "ALREADY ENROLLED IN PLAN - USE U" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF EMP-TERMINATED
               MOVE "EMPLOYEE IS TERMINATED" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF WS-PLAN-CLOSE-DATE NOT = ZERO
                   AND WS-PLAN-CLOSE-DATE <= TRN-EFF-DATE
               MOVE "PLAN IS CLOSED TO ENROLLMENT" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-SAME-TYPE THRU 3100-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           PERFORM 8000-BUILD-ENROLLMENT-REC THRU 8000-EXIT.
           WRITE BENE-REC.
           IF BEN-STATUS-OK
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "ENROLLED: " BEN-EMPID " PLAN " BEN-PLAN
           ELSE
               MOVE "ERROR WRITING ENROLLMENT" TO WS-REASON
           END-IF.
       3000-EXIT.
           EXIT.

      * BROWSE THE EMPLOYEE'S OTHER ENROLLMENTS FOR ONE OF THE SAME
      * PLAN TYPE STILL IN FORCE ON THE NEW EFFECTIVE DATE.
       3100-CHECK-SAME-TYPE.
           MOVE WS-PLAN-TYPE TO WS-OTHER-TYPE.
           MOVE "N" TO WS-BEN-BROWSE-END.
           MOVE TRN-EMPID TO BEN-EMPID.
           MOVE LOW-VALUES TO BEN-PLAN.
           START BENE-FILE KEY >= BEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BEN-BROWSE-END
           END-START.
           PERFORM UNTIL BEN-BROWSE-END
               READ BENE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-BEN-BROWSE-END
                   NOT AT END
                       IF BEN-EMPID NOT = TRN-EMPID
                           MOVE "Y" TO WS-BEN-BROWSE-END
                       ELSE
                           IF BEN-STOP-DATE = ZERO
                                   OR BEN-STOP-DATE >= TRN-EFF-DATE
                               PERFORM 3110-CHECK-ONE-OTHER
                                   THRU 3110-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-OTHER-TYPE TO WS-PLAN-TYPE.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-OTHER.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PL-CODE (WS-PLAN-SUB) = BEN-PLAN
                   IF WS-PL-TYPE (WS-PLAN-SUB) = WS-OTHER-TYPE
                       MOVE "ALREADY IN A PLAN OF THIS TYPE"
                           TO WS-REASON
                       MOVE "Y" TO WS-BEN-BROWSE-END
                   END-IF
                   MOVE WS-PLAN-COUNT TO WS-PLAN-SUB
               END-IF
           END-PERFORM.
       3110-EXIT.
           EXIT.

       4000-CHANGE-ENROLLMENT.
           IF NOT BEN-FOUND
               MOVE "NOT ENROLLED IN PLAN - USE I" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           PERFORM 8000-BUILD-ENROLLMENT-REC THRU 8000-EXIT.
           REWRITE BENE-REC.
           IF BEN-STATUS-OK
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY "ENROLLMENT CHANGED: " BEN-EMPID
                       " PLAN " BEN-PLAN
           ELSE
               MOVE "ERROR REWRITING ENROLLMENT" TO WS-REASON
           END-IF.
       4000-EXIT.
           EXIT.

       5000-REMOVE-ENROLLMENT.
           IF NOT BEN-FOUND
               MOVE "NOT ENROLLED IN PLAN" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           DELETE BENE-FILE
               INVALID KEY
                   MOVE "ERROR DELETING ENROLLMENT" TO WS-REASON
           END-DELETE.
           IF WS-REASON = SPACES
               ADD 1 TO WS-DELETE-COUNT
               DISPLAY "ENROLLMENT REMOVED: " BEN-EMPID
                       " PLAN " BEN-PLAN
           END-IF.
       5000-EXIT.
           EXIT.

       8000-BUILD-ENROLLMENT-REC.
           MOVE SPACES          TO BENE-REC.
           MOVE TRN-EMPID       TO BEN-EMPID.
           MOVE TRN-PLAN        TO BEN-PLAN.
           MOVE TRN-TIER        TO BEN-TIER.
           MOVE TRN-DEPENDENTS  TO BEN-DEPENDENTS.
           MOVE TRN-EFF-DATE    TO BEN-EFF-DATE.
           MOVE TRN-STOP-DATE   TO BEN-STOP-DATE.
       8000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE BENE-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "ENROLLMENTS ADDED   : " WS-ADD-COUNT.
           DISPLAY "ENROLLMENTS CHANGED : " WS-UPDATE-COUNT.
           DISPLAY "ENROLLMENTS REMOVED : " WS-DELETE-COUNT.
           DISPLAY "REJECTED            : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
