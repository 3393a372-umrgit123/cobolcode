      *
      * A DELETE TRANSACTION DOES NOT PHYSICALLY REMOVE THE RECORD -
      * IT SETS EMP-STATUS TO TERMINATED SO THE EMPLOYEE'S HISTORY
      * REMAINS ON THE FILE FOR REPORTING. IT ALSO OPENS THE
      * LEAVER'S CLEARANCE CHECKLIST, WITH AN RCV ITEM WHEN A
      * BALANCE IS STILL OWED ON THE RECEIVABLES LEDGER (EMPRECV).
      * A DELETE MUST CARRY A LEAVING REASON FROM THE REASON MASTER
      * (LVRSNMST.DAT) IN THE GRADE POSITION; THE REASON, WITH ITS
      * VOLUNTARY, REGRETTABLE AND REHIRE FLAGS, IS KEPT ON THE
      * TERMINATION DETAIL FILE (TERMDET) FOR EMPTURN AND EMPREHIRE.
      *
      * FILE CREATED IN INDXFILE PROGRAM IS INPUT TO THIS PROGRAM
      * RUN INDXFILE PROGRAM FIRST
        SELECT UNAUTH-FILE ASSIGN "INDXDEUP.UNA"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-UNA-FILE-STATUS.
        SELECT TERMDET-FILE ASSIGN "TERMDET"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-TDT-FILE-STATUS
                       RECORD KEY TD-KEY.
        SELECT LVRSN-FILE ASSIGN "LVRSNMST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LVR-FILE-STATUS.
        SELECT RECV-FILE ASSIGN "EMPRECV"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-RCV-FILE-STATUS
                       RECORD KEY RCV-KEY.
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

      * EVERY TRANSACTION NOW CARRIES THE SUBMITTING OPERATOR'S ID,
      * CHECKED AGAINST THE AUTHORIZATION TABLE AND CARRIED INTO
          05 FILLER                PIC X(29).
          05 TRANS-EMPSALARY-X    PIC X(08).
          05 FILLER                PIC X(38).
      * A DELETE HAS NO GRADE TO CARRY, SO ITS LEAVING REASON CODE
      * TRAVELS IN THE GRADE POSITION.
       01 TRANS-DELETE-X REDEFINES TRANS-REC.
          05 FILLER                PIC X(37).
          05 TRANS-LEAVE-REASON   PIC X(02).
          05 FILLER                PIC X(36).

       FD AUDIT-FILE.
       01 AUDIT-REC.

      * TERMINATION CLEARANCE CHECKLIST, ONE ITEM PER LEAVER TASK
      * (FPY FINAL PAY, SQL ROW FLAGGED, ADR ADDRESS RETAINED, AST
      * ASSETS RETURNED, RCV RECEIVABLES REPAID). EMPARCHIVE REFUSES
      * TO ARCHIVE A LEAVER WHOSE ITEMS ARE STILL OPEN; EMPCLRRPT
      * WORKS THE LIST DOWN.
       FD TRMCLR-FILE
       RECORD 30.
       01 TRMCLR-REC.

      * WHO MAY DO WHAT: ONE RECORD PER OPERATOR, WITH Y/N FLAGS
      * FOR DELETE AUTHORITY AND LARGE-UPDATE/APPROVAL AUTHORITY.
      * EMPOPRM REWRITES THIS FILE FROM THE OPERATOR MASTER WHEN A
      * DUAL-CONTROLLED CHANGE IS APPROVED - IT IS NOT HAND-EDITED.
       FD AUTH-FILE
       RECORD 16.
       01 AUTH-REC.
          05 AUT-OPERATOR      PIC X(08).
          05 AUT-ALLOW-DELETE  PIC X(01).
      * OPERATOR'S DEPARTMENT FOR THE D LEVEL.
          05 AUT-ACCESS        PIC X(01).
          05 AUT-DEPT          PIC 9(03).
      * EMPLOYEE RELATIONS CASE REGISTER ACCESS: V VIEW / U VIEW
      * AND MAINTAIN; ANYTHING ELSE IS NO ACCESS.
          05 AUT-ER-ACCESS     PIC X(01).
      * EQUAL-OPPORTUNITY DEMOGRAPHIC FILE ACCESS: U MAINTAIN;
      * ANYTHING ELSE IS NO ACCESS.
          05 AUT-EEO-ACCESS    PIC X(01).

      * TRANSACTIONS REFUSED FOR AUTHORIZATION REASONS, IN THEIR
      * ORIGINAL LAYOUT PLUS THE REASON.
       RECORD 75.
       01 CONFLICT-REC         PIC X(75).

      * ONE RECORD PER TERMINATION, KEYED BY EMPID AND THE DATE
      * LEFT SO A REHIRED EMPLOYEE KEEPS EVERY EARLIER LEAVING.
       FD TERMDET-FILE
       RECORD 60.
       01 TERMDET-REC.
          05 TD-KEY.
             10 TD-EMPID       PIC 9(05).
             10 TD-TERM-DATE   PIC 9(08).
          05 TD-REASON         PIC X(02).
          05 TD-TYPE           PIC X(01).
          05 TD-REGRET         PIC X(01).
          05 TD-REHIRE         PIC X(01).
          05 TD-DEPT           PIC 9(03).
          05 TD-GRADE          PIC X(02).
          05 TD-HIRE-DATE      PIC 9(08).
          05 TD-SOURCE         PIC X(08).
          05 TD-OPERATOR       PIC X(08).
          05 TD-RECORDED       PIC 9(08).
          05 FILLER            PIC X(05).

      * LEAVING REASON MASTER: CODE, DESCRIPTION, TYPE (V VOLUNTARY
      * / I INVOLUNTARY), REGRETTABLE LOSS Y/N AND REHIRE ELIGIBLE
      * Y/N.
       FD LVRSN-FILE
       RECORD 35.
       01 LVRSN-REC.
          05 LR-CODE           PIC X(02).
          05 LR-DESC           PIC X(30).
          05 LR-TYPE           PIC X(01).
          05 LR-REGRET         PIC X(01).
          05 LR-REHIRE         PIC X(01).

      * THE RECEIVABLES LEDGER EMPRCVM MAINTAINS - READ ONLY HERE.
       FD RECV-FILE
       RECORD 60.
       01 RECV-REC.
          05 RCV-KEY.
             10 RCV-EMPID      PIC 9(05).
             10 RCV-TYPE       PIC X(03).
             10 RCV-SEQ        PIC 9(02).
          05 RCV-ORIG-AMOUNT   PIC 9(07)V99.
          05 RCV-INSTALMENT    PIC 9(06)V99.
          05 RCV-BALANCE       PIC 9(07)V99.
          05 RCV-OPEN-DATE     PIC 9(08).
          05 RCV-LAST-DATE     PIC 9(08).
          05 FILLER            PIC X(08).

       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
             88 CLR-STATUS-OK      VALUE "00".
             88 CLR-FILE-NOT-FOUND VALUE "35".
             88 CLR-DUPLICATE-KEY  VALUE "22".
          05 WS-RCV-FILE-STATUS    PIC X(02) VALUE "00".
             88 RCV-STATUS-OK      VALUE "00".
             88 RCV-FILE-NOT-FOUND VALUE "35".
          05 WS-RCV-BROWSE-END     PIC X(01) VALUE "N".
             88 RCV-BROWSE-END     VALUE "Y".
          05 WS-RCV-ACTIVE         PIC X(01) VALUE "N".
             88 RCV-ACTIVE         VALUE "Y".
          05 WS-RCV-OWING          PIC X(01) VALUE "N".
             88 RCV-OWING          VALUE "Y".
          05 WS-DEPT-FILE-STATUS   PIC X(02) VALUE "00".
             88 DEPT-STATUS-OK     VALUE "00".
          05 WS-TDT-FILE-STATUS    PIC X(02) VALUE "00".
             88 TDT-STATUS-OK      VALUE "00".
             88 TDT-FILE-NOT-FOUND VALUE "35".
             88 TDT-DUPLICATE-KEY  VALUE "22".
          05 WS-LVR-FILE-STATUS    PIC X(02) VALUE "00".
             88 LVR-STATUS-OK      VALUE "00".
          05 WS-LVR-FILE-END       PIC X(01) VALUE "N".
             88 LVR-FILE-END       VALUE "Y".
          05 WS-REASON-OK          PIC X(01) VALUE "N".
             88 REASON-IS-VALID    VALUE "Y".
          05 WS-DEPT-VALID         PIC X(01) VALUE "N".
             88 DEPT-IS-VALID      VALUE "Y".
          05 WS-GRADE-FILE-STATUS  PIC X(02) VALUE "00".
          05 WS-BAD-DEPT-COUNT PIC 9(05) VALUE ZERO.
          05 WS-BAD-GRADE-COUNT PIC 9(05) VALUE ZERO.
          05 WS-BAD-DATE-COUNT PIC 9(05) VALUE ZERO.
          05 WS-BAD-REASON-COUNT PIC 9(05) VALUE ZERO.
          05 WS-CONFLICT-COUNT PIC 9(05) VALUE ZERO.
          05 WS-TRANSFER-COUNT PIC 9(05) VALUE ZERO.
          05 WS-HELD-COUNT     PIC 9(05) VALUE ZERO.
             10 WS-GRADE-MIN   PIC 9(06).
             10 WS-GRADE-MAX   PIC 9(06).
       01 WS-GRADE-SUB      PIC 9(02).
      * THE LEAVING REASONS, FROM THE REASON MASTER. WITH NO MASTER
      * THE TABLE IS EMPTY AND NO DELETE CAN APPLY.
       01 WS-LVR-COUNT      PIC 9(02) VALUE ZERO.
       01 WS-LVR-TABLE.
          05 WS-LVR-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-LVR-COUNT.
             10 WS-LVR-CODE    PIC X(02).
             10 WS-LVR-TYPE    PIC X(01).
             10 WS-LVR-REGRET  PIC X(01).
             10 WS-LVR-REHIRE  PIC X(01).
       01 WS-LVR-SUB        PIC 9(02).
       01 WS-LVR-HIT        PIC 9(02) VALUE ZERO.
      * LOCK RETRY TUNING, OVERRIDABLE FROM INDXDEUP.PRM: A LOCKED
      * RECORD IS RETRIED THIS MANY TIMES WITH THIS MANY SECONDS
      * BETWEEN ATTEMPTS BEFORE THE TRANSACTION GOES TO THE
          05 JRN-PROGRAM     PIC X(08) VALUE "INDXDEUP".
          05 JRN-ACTION      PIC X(01).
          05 JRN-EMPID       PIC 9(05).
          05 JRN-IMAGE       PIC X(200).
       01 WS-LAST-HASH      PIC 9(09) VALUE ZERO.
       01 HASH-PARM.
          05 AH-PREV         PIC 9(09).
           PERFORM 1250-OPEN-XFERHIST THRU 1250-EXIT.
           PERFORM 1260-OPEN-TRMCLR THRU 1260-EXIT.
           PERFORM 1300-LOAD-GRADE-TABLE THRU 1300-EXIT.
           PERFORM 1270-OPEN-TERMDET THRU 1270-EXIT.
           PERFORM 1350-LOAD-LEAVING-REASONS THRU 1350-EXIT.
           OPEN OUTPUT UNAUTH-FILE.
           IF NOT UNA-STATUS-OK
               DISPLAY "ERROR OPENING UNAUTH-FILE"
       1300-EXIT.
           EXIT.

      * THE LEAVING REASON MASTER IS OPTIONAL TO OPEN, BUT WITHOUT
      * IT EVERY DELETE IS SKIPPED AS CARRYING AN UNKNOWN REASON.
       1350-LOAD-LEAVING-REASONS.
           OPEN INPUT LVRSN-FILE.
           IF NOT LVR-STATUS-OK
               DISPLAY "NO LEAVING REASON MASTER - DELETES WILL "
                       "BE SKIPPED"
               GO TO 1350-EXIT
           END-IF.
           PERFORM UNTIL LVR-FILE-END
               READ LVRSN-FILE
                   AT END
                       MOVE "Y" TO WS-LVR-FILE-END
                   NOT AT END
                       IF WS-LVR-COUNT >= 50
                           DISPLAY "REASON TABLE FULL - RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-LVR-COUNT
                           MOVE LR-CODE TO WS-LVR-CODE (WS-LVR-COUNT)
                           MOVE LR-TYPE TO WS-LVR-TYPE (WS-LVR-COUNT)
                           MOVE LR-REGRET TO
                               WS-LVR-REGRET (WS-LVR-COUNT)
                           MOVE LR-REHIRE TO
                               WS-LVR-REHIRE (WS-LVR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LVRSN-FILE.
       1350-EXIT.
           EXIT.

      * THE SALARY HISTORY FILE IS CREATED ON FIRST USE - A STATUS 35
      * ON THE I-O OPEN JUST MEANS NO RUN HAS WRITTEN A SALARY CHANGE
      * YET, SO THE FILE IS CREATED EMPTY AND REOPENED.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * NO RECEIVABLES LEDGER JUST MEANS NOBODY OWES ANYTHING.
           OPEN INPUT RECV-FILE.
           IF RCV-STATUS-OK
               MOVE "Y" TO WS-RCV-ACTIVE
           ELSE
               IF NOT RCV-FILE-NOT-FOUND
                   DISPLAY "ERROR OPENING RECV-FILE"
                   DISPLAY "FILE STATUS : " WS-RCV-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
       1260-EXIT.
           EXIT.

      * THE TERMINATION DETAIL FILE IS CREATED ON FIRST USE.
       1270-OPEN-TERMDET.
           OPEN I-O TERMDET-FILE.
           IF TDT-FILE-NOT-FOUND
               OPEN OUTPUT TERMDET-FILE
               CLOSE TERMDET-FILE
               OPEN I-O TERMDET-FILE
           END-IF.
           IF NOT TDT-STATUS-OK
               DISPLAY "ERROR OPENING TERMDET-FILE"
               DISPLAY "FILE STATUS : " WS-TDT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1270-EXIT.
           EXIT.

      * A CHECKPOINT FILE LEFT BEHIND BY A PRIOR RUN THAT DID NOT
      * FINISH HOLDS THE COUNT OF TRANSACTIONS ALREADY APPLIED.
      * TRANSACTIONS UP TO THAT COUNT ARE SKIPPED ON THIS RUN.
                       TRANS-EMPID
               GO TO 2100-EXIT
           END-IF.
      * A DELETE MUST SAY WHY THE EMPLOYEE IS LEAVING.
           IF TRANS-ACTION = "D"
               PERFORM 2400-VALIDATE-REASON THRU 2400-EXIT
               IF NOT REASON-IS-VALID
                   ADD 1 TO WS-BAD-REASON-COUNT
                   DISPLAY "UNKNOWN LEAVING REASON '"
                           TRANS-LEAVE-REASON
                           "' - TRANSACTION SKIPPED FOR EMPID: "
                           TRANS-EMPID
                   GO TO 2100-EXIT
               END-IF
           END-IF.
      * AN INSERT CARRIES THE HIRE DATE THAT WILL LAND ON EMPFILE,
      * SO THE COMMON DATEVAL SERVICE PROVES IT FIRST.
           IF TRANS-ACTION = "I"
       2300-EXIT.
           EXIT.

      * THE LEAVING REASON ON A DELETE MUST BE ON THE REASON MASTER.
      * WS-LVR-HIT KEEPS THE ENTRY FOUND FOR THE TERMDET WRITE.
       2400-VALIDATE-REASON.
           MOVE "N" TO WS-REASON-OK.
           MOVE ZERO TO WS-LVR-HIT.
           PERFORM VARYING WS-LVR-SUB FROM 1 BY 1
                   UNTIL WS-LVR-SUB > WS-LVR-COUNT
               IF TRANS-LEAVE-REASON = WS-LVR-CODE (WS-LVR-SUB)
                   MOVE "Y" TO WS-REASON-OK
                   MOVE WS-LVR-SUB TO WS-LVR-HIT
                   MOVE WS-LVR-COUNT TO WS-LVR-SUB
               END-IF
           END-PERFORM.
       2400-EXIT.
           EXIT.

      * CHECKPOINT EVERY WS-CHECKPOINT-INTERVAL TRANSACTIONS SO A
      * RESTARTED RUN DOES NOT HAVE TO REPROCESS THE WHOLE BATCH.
       2900-WRITE-CHECKPOINT.
           MOVE "D" TO AUD-ACTION.
           PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
           PERFORM 4100-OPEN-CLEARANCE THRU 4100-EXIT.
           PERFORM 4200-WRITE-TERMDET THRU 4200-EXIT.
           ADD 1 TO WS-DELETE-COUNT.
           DISPLAY "RECORD MARKED TERMINATED: " EMPID.
       4000-EXIT.
           PERFORM 4110-WRITE-CLEARANCE-ITEM THRU 4110-EXIT.
           MOVE "AST" TO CLR-ITEM.
           PERFORM 4110-WRITE-CLEARANCE-ITEM THRU 4110-EXIT.
           IF RCV-ACTIVE
               PERFORM 4120-CHECK-RECEIVABLES THRU 4120-EXIT
               IF RCV-OWING
                   MOVE "RCV" TO CLR-ITEM
                   PERFORM 4110-WRITE-CLEARANCE-ITEM THRU 4110-EXIT
                   DISPLAY "LEAVER STILL OWES RECEIVABLES: " EMPID
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       4110-EXIT.
           EXIT.

      * THE LEAVING REASON AND ITS FLAGS (THE ENTRY 2400 FOUND) GO
      * ON THE TERMINATION DETAIL FILE WITH THE LEAVER'S DEPARTMENT,
      * GRADE AND HIRE DATE AS THEY STOOD. A SECOND DELETE THE SAME
      * DAY KEEPS THE FIRST RECORD.
       4200-WRITE-TERMDET.
           INITIALIZE TERMDET-REC.
           MOVE EMPID TO TD-EMPID.
           MOVE EMP-TERM-DATE TO TD-TERM-DATE.
           MOVE WS-LVR-CODE (WS-LVR-HIT) TO TD-REASON.
           MOVE WS-LVR-TYPE (WS-LVR-HIT) TO TD-TYPE.
           MOVE WS-LVR-REGRET (WS-LVR-HIT) TO TD-REGRET.
           MOVE WS-LVR-REHIRE (WS-LVR-HIT) TO TD-REHIRE.
           MOVE EMPDEPT TO TD-DEPT.
           MOVE EMPGRADE TO TD-GRADE.
           MOVE EMP-HIRE-DATE TO TD-HIRE-DATE.
           MOVE "INDXDEUP" TO TD-SOURCE.
           MOVE TRANS-OPERATOR TO TD-OPERATOR.
           MOVE WS-BUSINESS-DATE TO TD-RECORDED.
           WRITE TERMDET-REC.
           IF TDT-DUPLICATE-KEY
               CONTINUE
           ELSE
               IF NOT TDT-STATUS-OK
                   DISPLAY "ERROR WRITING TERMDET-FILE"
                   DISPLAY "FILE STATUS : " WS-TDT-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      * ANY LEDGER ITEM FOR THE LEAVER WITH A BALANCE ABOVE ZERO.
       4120-CHECK-RECEIVABLES.
           MOVE "N" TO WS-RCV-OWING.
           MOVE "N" TO WS-RCV-BROWSE-END.
           MOVE EMPID TO RCV-EMPID.
           MOVE LOW-VALUES TO RCV-TYPE.
           MOVE ZERO TO RCV-SEQ.
           START RECV-FILE KEY >= RCV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RCV-BROWSE-END
           END-START.
           PERFORM UNTIL RCV-BROWSE-END
               READ RECV-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-RCV-BROWSE-END
                   NOT AT END
                       IF RCV-EMPID NOT = EMPID
                           MOVE "Y" TO WS-RCV-BROWSE-END
                       ELSE
                           IF RCV-BALANCE > ZERO
                               MOVE "Y" TO WS-RCV-OWING
                               MOVE "Y" TO WS-RCV-BROWSE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       4120-EXIT.
           EXIT.

       5000-INSERT-REC.
           INITIALIZE EMPREC.
           MOVE TRANS-EMPID          TO EMPID
           MOVE TRANS-EMPDESIGNATION TO EMPDESIGNATION
           MOVE TRANS-HIRE-DATE      TO EMP-HIRE-DATE
           MOVE "A"                  TO EMP-STATUS
           MOVE TRANS-HIRE-DATE      TO EMP-STATUS-DATE
           MOVE "2"                  TO EMP-REC-VERSION.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           WRITE EMPREC.
           IF EMP-STATUS-OK
           CLOSE SALHIST-FILE.
           CLOSE XFERHIST-FILE.
           CLOSE TRMCLR-FILE.
           CLOSE TERMDET-FILE.
           IF RCV-ACTIVE
               CLOSE RECV-FILE
           END-IF.
           CLOSE DEPT-FILE.
           CLOSE CONFLICT-FILE.
           CLOSE UNAUTH-FILE.
                       OR WS-UNAUTH-COUNT > ZERO
                       OR WS-BAD-DEPT-COUNT > ZERO
                       OR WS-BAD-GRADE-COUNT > ZERO
                       OR WS-BAD-DATE-COUNT > ZERO
                       OR WS-BAD-REASON-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "UNKNOWN DEPT SKIPPED: " WS-BAD-DEPT-COUNT.
           DISPLAY "BAD GRADE/BAND SKIPPED: " WS-BAD-GRADE-COUNT.
           DISPLAY "BAD HIRE DATE SKIPPED : " WS-BAD-DATE-COUNT.
           DISPLAY "BAD LEAVE REASON SKIPPED: " WS-BAD-REASON-COUNT.
           DISPLAY "SENT TO CONFLICT FILE : " WS-CONFLICT-COUNT.
           DISPLAY "HELD FOR APPROVAL     : " WS-HELD-COUNT.
           DISPLAY "RELEASED BY APPROVAL  : " WS-RELEASED-COUNT.
