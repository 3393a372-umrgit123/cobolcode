       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPACTM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ACTING ASSIGNMENT MAINTENANCE.
      *
      * AN EMPLOYEE WHO COVERS A HIGHER-GRADED POSITION ON POSMAST
      * WHILE IT IS VACANT OR ITS HOLDER IS ON LONG LEAVE IS PAID AN
      * ACTING ALLOWANCE FOR AS LONG AS THE COVER LASTS. THE
      * ASSIGNMENT LIVES ON THE INDEXED FILE EMPACT, KEYED BY EMPID
      * (ONE ASSIGNMENT AT A TIME), AND EMPPAYRUN PAYS FROM IT UP TO
      * THE PLANNED END DATE AND NO FURTHER. THIS PROGRAM APPLIES
      * ITS TRANSACTION FILE (EMPACTT.DAT):
      *   I - START AN ACTING ASSIGNMENT. THE EMPLOYEE MUST BE
      *       ACTIVE, THE POSITION ON POSMAST, AND THE POSITION'S
      *       GRADE HIGHER THAN THE EMPLOYEE'S OWN - A GRADE RANKS
      *       ABOVE ANOTHER WHEN ITS MINIMUM SALARY ON GRADEMAST.DAT
      *       IS HIGHER. AN ASSIGNMENT WHOSE END DATE HAS PASSED IS
      *       REPLACED; A LIVE ONE MUST BE ENDED FIRST
      *   U - CHANGE THE PLANNED END DATE AND/OR THE ALLOWANCE OF
      *       THE CURRENT ASSIGNMENT (ENDING IT EARLY IS A U WITH AN
      *       EARLIER END DATE)
      *   D - REMOVE AN ASSIGNMENT KEYED IN ERROR
      * THE ALLOWANCE IS EITHER A PERCENTAGE OF MONTHLY BASE PAY
      * (TYPE "P", E.G. 00001000 = 10.00%) OR A FIXED MONTHLY AMOUNT
      * (TYPE "A"). REJECTS GO TO EMPACTM.ERR WITH A REASON.
      *
      * TRANSACTION LAYOUT (37 BYTES):
      *   ACTION X(1), EMPID 9(5), POSITION X(6), START 9(8),
      *   PLANNED END 9(8), ALLOWANCE TYPE X(1), ALLOWANCE 9(6)V99
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
        SELECT POS-FILE ASSIGN "POSMAST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-POS-FILE-STATUS
                       RECORD KEY POS-ID.
        SELECT ACT-FILE ASSIGN "EMPACT"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ACT-FILE-STATUS
                       RECORD KEY ACT-EMPID.
        SELECT GRADE-FILE ASSIGN "GRADEMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GRADE-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "EMPACTT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPACTM.ERR"
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

       FD POS-FILE
       RECORD 40.
       01 POSREC.
          05 POS-ID            PIC X(06).
          05 POS-DEPT          PIC 9(03).
          05 POS-GRADE         PIC X(02).
          05 POS-AUTH-SALARY   PIC 9(06)V99.
          05 POS-STATUS        PIC X(01).
             88 POS-AUTHORIZED VALUE "A".
          05 FILLER            PIC X(20).

      * THE ASSIGNMENT RUNS FROM ACT-START-DATE TO ACT-END-DATE
      * INCLUSIVE. ACT-ALLOW-VALUE IS A PERCENTAGE (TYPE "P") OR A
      * MONTHLY AMOUNT (TYPE "A").
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

       FD GRADE-FILE
       RECORD 15.
       01 GRADE-REC.
          05 GRD-GRADE         PIC X(02).
          05 GRD-MIN-SALARY    PIC 9(06).
          05 GRD-MAX-SALARY    PIC 9(06).
          05 GRD-PAY-BY-HOURS  PIC X(01).

       FD TRANS-FILE
       RECORD 37.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-POS-ID        PIC X(06).
          05 TRN-START-DATE    PIC 9(08).
          05 TRN-END-DATE      PIC 9(08).
          05 TRN-ALLOW-TYPE    PIC X(01).
          05 TRN-ALLOW-VALUE   PIC 9(06)V99.
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 FILLER            PIC X(06).
          05 TRN-START-DATE-X  PIC X(08).
          05 TRN-END-DATE-X    PIC X(08).
          05 FILLER            PIC X(01).
          05 TRN-ALLOW-VALUE-X PIC X(08).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(20).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(22).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(02).
          05 ERR-POS-ID        PIC X(06).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-POS-FILE-STATUS    PIC X(02) VALUE "00".
             88 POS-STATUS-OK      VALUE "00".
          05 WS-ACT-FILE-STATUS    PIC X(02) VALUE "00".
             88 ACT-STATUS-OK      VALUE "00".
             88 ACT-FILE-NOT-FOUND VALUE "35".
          05 WS-GRADE-FILE-STATUS  PIC X(02) VALUE "00".
             88 GRADE-FILE-STATUS-OK VALUE "00".
          05 WS-GRADE-FILE-END     PIC X(01) VALUE "N".
             88 GRADE-FILE-END     VALUE "Y".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-POS-FOUND          PIC X(01) VALUE "N".
             88 POS-FOUND          VALUE "Y".
          05 WS-ACT-FOUND          PIC X(01) VALUE "N".
             88 ACT-FOUND          VALUE "Y".
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
       01 WS-CHECK-GRADE           PIC X(02) VALUE SPACES.
       01 WS-CHECK-MIN             PIC 9(06) VALUE ZERO.
       01 WS-OWN-GRADE-MIN         PIC 9(06) VALUE ZERO.
       01 WS-ACT-GRADE-MIN         PIC 9(06) VALUE ZERO.
       01 WS-GRADE-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-GRADE-TABLE.
          05 WS-GRADE-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-GRADE-COUNT.
             10 WS-VALID-GRADE     PIC X(02).
             10 WS-GRADE-MIN       PIC 9(06).
       01 WS-GRADE-SUB             PIC 9(02).
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
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPACTM".
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

           OPEN INPUT POS-FILE.
           IF NOT POS-STATUS-OK
               DISPLAY "ERROR OPENING POS-FILE"
               DISPLAY "FILE STATUS : " WS-POS-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACT-FILE.
           IF ACT-FILE-NOT-FOUND
               OPEN OUTPUT ACT-FILE
               CLOSE ACT-FILE
               OPEN I-O ACT-FILE
           END-IF.
           IF NOT ACT-STATUS-OK
               DISPLAY "ERROR OPENING ACT-FILE"
               DISPLAY "FILE STATUS : " WS-ACT-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-GRADE-TABLE THRU 1100-EXIT.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-FILE.
           IF NOT GRADE-FILE-STATUS-OK
               DISPLAY "ERROR OPENING GRADE-FILE"
               DISPLAY "FILE STATUS : " WS-GRADE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL GRADE-FILE-END
               READ GRADE-FILE
                   AT END
                       MOVE "Y" TO WS-GRADE-FILE-END
                   NOT AT END
                       IF WS-GRADE-COUNT >= 20
                           DISPLAY "GRADE TABLE FULL - RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE GRD-GRADE TO
                               WS-VALID-GRADE (WS-GRADE-COUNT)
                           MOVE GRD-MIN-SALARY TO
                               WS-GRADE-MIN (WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.
       1100-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
      * REJECTED WHOLE BEFORE A SINGLE ASSIGNMENT CHANGES.
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

           MOVE "N" TO WS-ACT-FOUND.
           MOVE TRN-EMPID TO ACT-EMPID.
           READ ACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACT-FOUND
           END-READ.

      * A NEW OR CHANGED ASSIGNMENT NEEDS A REAL PLANNED END DATE
      * NOT BEFORE ITS START, AND A SENSIBLE ALLOWANCE.
           IF TRN-ACTION = "I" OR TRN-ACTION = "U"
               MOVE TRN-END-DATE-X TO DV-DATE-X
               MOVE "D" TO DV-CHECK-TYPE
               MOVE WS-BUSINESS-DATE TO DV-TODAY
               MOVE ZERO TO DV-HIRE-DATE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   MOVE "PLANNED END NOT A REAL DATE"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
               IF TRN-ALLOW-TYPE NOT = "P" AND
                  TRN-ALLOW-TYPE NOT = "A"
                   MOVE "ALLOWANCE TYPE MUST BE P OR A"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
               IF TRN-ALLOW-VALUE-X NOT NUMERIC OR
                  TRN-ALLOW-VALUE = ZERO
                   MOVE "ALLOWANCE NOT NUMERIC OR ZERO"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
               IF TRN-ALLOW-TYPE = "P" AND TRN-ALLOW-VALUE > 100
                   MOVE "ALLOWANCE PERCENTAGE OVER 100"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
           END-IF.

           EVALUATE TRN-ACTION
               WHEN "I"
                   PERFORM 3000-START-ASSIGNMENT THRU 3000-EXIT
               WHEN "U"
                   PERFORM 4000-CHANGE-ASSIGNMENT THRU 4000-EXIT
               WHEN "D"
                   PERFORM 5000-REMOVE-ASSIGNMENT THRU 5000-EXIT
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
           MOVE TRN-POS-ID TO ERR-POS-ID.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-EMPID-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

      * ONLY AN ACTIVE EMPLOYEE CAN ACT, AND ONLY IN A POSITION
      * GRADED ABOVE THEIR OWN - COVER AT THE SAME GRADE OR BELOW
      * EARNS NO ALLOWANCE.
       3000-START-ASSIGNMENT.
           IF ACT-FOUND AND ACT-END-DATE NOT < TRN-START-DATE
               MOVE "ALREADY ACTING - USE U OR D" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF NOT EMP-ACTIVE
               MOVE "EMPLOYEE NOT ACTIVE" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE TRN-START-DATE-X TO DV-DATE-X.
           MOVE "D" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE ZERO TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "START DATE NOT A REAL DATE" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-END-DATE < TRN-START-DATE
               MOVE "PLANNED END BEFORE START" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE "N" TO WS-POS-FOUND.
           MOVE TRN-POS-ID TO POS-ID.
           READ POS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-POS-FOUND
           END-READ.
           IF NOT POS-FOUND
               MOVE "POSITION NOT ON POSMAST" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE EMPGRADE TO WS-CHECK-GRADE.
           PERFORM 3100-FIND-GRADE-MIN THRU 3100-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CHECK-MIN TO WS-OWN-GRADE-MIN.
           MOVE POS-GRADE TO WS-CHECK-GRADE.
           PERFORM 3100-FIND-GRADE-MIN THRU 3100-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CHECK-MIN TO WS-ACT-GRADE-MIN.
           IF WS-ACT-GRADE-MIN NOT > WS-OWN-GRADE-MIN
               MOVE "POSITION NOT GRADED ABOVE EMPLOYEE"
                   TO WS-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO EMPACT-REC.
           MOVE TRN-EMPID TO ACT-EMPID.
           MOVE TRN-POS-ID TO ACT-POS-ID.
           MOVE TRN-START-DATE TO ACT-START-DATE.
           MOVE TRN-END-DATE TO ACT-END-DATE.
           MOVE TRN-ALLOW-TYPE TO ACT-ALLOW-TYPE.
           MOVE TRN-ALLOW-VALUE TO ACT-ALLOW-VALUE.
           MOVE WS-BATCH-ID TO ACT-BATCH-ID.
           IF ACT-FOUND
               REWRITE EMPACT-REC
           ELSE
               WRITE EMPACT-REC
           END-IF.
           IF ACT-STATUS-OK
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "ACTING: " ACT-EMPID " IN " ACT-POS-ID
                       " " ACT-START-DATE " TO " ACT-END-DATE
           ELSE
               MOVE "ERROR WRITING ASSIGNMENT" TO WS-REASON
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FIND-GRADE-MIN.
           MOVE ZERO TO WS-CHECK-MIN.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               IF WS-CHECK-GRADE = WS-VALID-GRADE (WS-GRADE-SUB)
                   MOVE WS-GRADE-MIN (WS-GRADE-SUB) TO WS-CHECK-MIN
                   GO TO 3100-EXIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REASON.
           STRING "GRADE " WS-CHECK-GRADE " NOT ON GRADEMAST"
               DELIMITED BY SIZE INTO WS-REASON.
       3100-EXIT.
           EXIT.

      * THE POSITION AND START STAY AS KEYED - A DIFFERENT POSITION
      * IS A NEW ASSIGNMENT. A NEW END DATE CANNOT FALL BEFORE THE
      * START.
       4000-CHANGE-ASSIGNMENT.
           IF NOT ACT-FOUND
               MOVE "NOT ACTING - USE I" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF TRN-END-DATE < ACT-START-DATE
               MOVE "PLANNED END BEFORE START" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE TRN-END-DATE TO ACT-END-DATE.
           MOVE TRN-ALLOW-TYPE TO ACT-ALLOW-TYPE.
           MOVE TRN-ALLOW-VALUE TO ACT-ALLOW-VALUE.
           MOVE WS-BATCH-ID TO ACT-BATCH-ID.
           REWRITE EMPACT-REC.
           IF ACT-STATUS-OK
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY "CHANGED: " ACT-EMPID " IN " ACT-POS-ID
                       " NOW ENDS " ACT-END-DATE
           ELSE
               MOVE "ERROR REWRITING ASSIGNMENT" TO WS-REASON
           END-IF.
       4000-EXIT.
           EXIT.

       5000-REMOVE-ASSIGNMENT.
           IF NOT ACT-FOUND
               MOVE "NOT ACTING" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           DELETE ACT-FILE
               INVALID KEY
                   MOVE "ERROR DELETING ASSIGNMENT" TO WS-REASON
           END-DELETE.
           IF WS-REASON = SPACES
               ADD 1 TO WS-DELETE-COUNT
               DISPLAY "ASSIGNMENT REMOVED: " ACT-EMPID
           END-IF.
       5000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE POS-FILE.
           CLOSE ACT-FILE.
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
           STRING "BATCH " WS-BATCH-ID " STARTED " WS-ADD-COUNT
                  " CHANGED " WS-UPDATE-COUNT " REJECTED "
                  WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "ASSIGNMENTS STARTED : " WS-ADD-COUNT.
           DISPLAY "ASSIGNMENTS CHANGED : " WS-UPDATE-COUNT.
           DISPLAY "ASSIGNMENTS REMOVED : " WS-DELETE-COUNT.
           DISPLAY "REJECTED            : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
