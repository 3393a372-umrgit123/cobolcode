       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSUPVM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * REPORTING-LINE MAINTENANCE.
      *
      * EACH EMPLOYEE'S SUPERVISOR IS HELD BY EMPID ON THE COMPANION
      * INDEXED FILE EMPSUPV, KEYED BY EMPID (EMPREC HAS NO ROOM
      * FOR IT). A SUPERVISOR OF 00000 MARKS THE TOP OF THE
      * ORGANIZATION. THIS PROGRAM APPLIES ITS TRANSACTION FILE
      * (EMPSUPVT.DAT):
      *   I - GIVE AN EMPLOYEE A REPORTING LINE
      *   U - CHANGE THE EMPLOYEE'S SUPERVISOR FROM THE EFFECTIVE
      *       DATE. THE SUPERVISOR THEY LEAVE IS KEPT AS THE PRIOR
      *       SUPERVISOR
      *   D - REMOVE THE REPORTING LINE
      * THE EMPLOYEE MUST BE ON EMPFILE. THE SUPERVISOR MUST BE ON
      * EMPFILE, NOT HAVE LEFT AND NOT BE THE EMPLOYEE, AND THE
      * CHANGE MUST NOT CLOSE A LOOP - THE CHAIN ABOVE THE NEW
      * SUPERVISOR IS WALKED UP TO THE TOP AND MAY NOT PASS THROUGH
      * THE EMPLOYEE. REJECTS GO TO EMPSUPVM.ERR WITH A REASON.
      * EMPORGRPT RE-PROVES THE WHOLE FILE EVERY TIME IT RUNS.
      *
      * TRANSACTION LAYOUT (19 BYTES):
      *   ACTION X(1), EMPID 9(5), SUPERVISOR EMPID 9(5),
      *   EFFECTIVE DATE 9(8)
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
        SELECT SUPV-FILE ASSIGN "EMPSUPV"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-SUP-FILE-STATUS
                       RECORD KEY SUP-EMPID.
        SELECT TRANS-FILE ASSIGN "EMPSUPVT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPSUPVM.ERR"
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

      * THE SUPERVISOR IN FORCE ON A DATE IS SUP-SUPV-ID FROM
      * SUP-EFF-DATE ON, SUP-PRIOR-SUPV BEFORE IT.
       FD SUPV-FILE
       RECORD 40.
       01 EMPSUPV-REC.
          05 SUP-EMPID         PIC 9(05).
          05 SUP-SUPV-ID       PIC 9(05).
          05 SUP-EFF-DATE      PIC 9(08).
          05 SUP-PRIOR-SUPV    PIC 9(05).
          05 SUP-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(09).

       FD TRANS-FILE
       RECORD 19.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-SUPV-ID       PIC 9(05).
          05 TRN-EFF-DATE      PIC 9(08).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 TRN-SUPV-ID-X     PIC X(05).
          05 TRN-EFF-DATE-X    PIC X(08).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(02).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(04).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(02).
          05 ERR-SUPV-ID       PIC X(05).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(40).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-SUP-FILE-STATUS    PIC X(02) VALUE "00".
             88 SUP-STATUS-OK      VALUE "00".
             88 SUP-FILE-NOT-FOUND VALUE "35".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-SUP-FOUND          PIC X(01) VALUE "N".
             88 SUP-FOUND          VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-UPDATE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-DELETE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(40) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

      * THE LOOP CHECK WALKS AT MOST THIS MANY LEVELS UP - AN
      * ORGANIZATION DEEPER THAN THIS IS TAKEN AS A BROKEN CHAIN.
       01 WS-CHAIN-ID              PIC 9(05) VALUE ZERO.
       01 WS-CHAIN-DEPTH           PIC 9(03) VALUE ZERO.
       01 WS-CHAIN-LIMIT           PIC 9(03) VALUE 100.

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
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPSUPVM".
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

           OPEN I-O SUPV-FILE.
           IF SUP-FILE-NOT-FOUND
               OPEN OUTPUT SUPV-FILE
               CLOSE SUPV-FILE
               OPEN I-O SUPV-FILE
           END-IF.
           IF NOT SUP-STATUS-OK
               DISPLAY "ERROR OPENING SUPV-FILE"
               DISPLAY "FILE STATUS : " WS-SUP-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
      * REJECTED WHOLE BEFORE A SINGLE REPORTING LINE CHANGES.
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

      * A NEW OR CHANGED LINE NEEDS A SUPERVISOR WHO IS STILL HERE,
      * A REAL EFFECTIVE DATE, AND NO LOOP BACK TO THE EMPLOYEE.
           IF TRN-ACTION = "I" OR TRN-ACTION = "U"
               IF TRN-SUPV-ID-X NOT NUMERIC
                   MOVE "SUPERVISOR EMPID NOT NUMERIC" TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
               IF TRN-SUPV-ID = TRN-EMPID
                   MOVE "EMPLOYEE CANNOT SUPERVISE THEMSELVES"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
               IF TRN-SUPV-ID NOT = ZERO
                   MOVE TRN-SUPV-ID TO EMPID
                   READ EMPFILE
                       INVALID KEY
                           MOVE "SUPERVISOR NOT ON EMPFILE"
                               TO WS-REASON
                           GO TO 2100-REJECT
                   END-READ
                   IF EMP-TERMINATED
                       MOVE "SUPERVISOR HAS LEFT" TO WS-REASON
                       GO TO 2100-REJECT
                   END-IF
               END-IF
               MOVE TRN-EFF-DATE-X TO DV-DATE-X
               MOVE "D" TO DV-CHECK-TYPE
               MOVE WS-BUSINESS-DATE TO DV-TODAY
               MOVE ZERO TO DV-HIRE-DATE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   MOVE "EFFECTIVE DATE NOT A REAL DATE"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
               PERFORM 2200-CHECK-FOR-LOOP THRU 2200-EXIT
               IF WS-REASON NOT = SPACES
                   GO TO 2100-REJECT
               END-IF
           END-IF.

      * THE LOOP CHECK READS OTHER EMPLOYEES' LINES, SO THE
      * EMPLOYEE'S OWN LINE IS READ LAST.
           MOVE "N" TO WS-SUP-FOUND.
           MOVE TRN-EMPID TO SUP-EMPID.
           READ SUPV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SUP-FOUND
           END-READ.

           EVALUATE TRN-ACTION
               WHEN "I"
                   PERFORM 3000-ADD-LINE THRU 3000-EXIT
               WHEN "U"
                   PERFORM 4000-CHANGE-LINE THRU 4000-EXIT
               WHEN "D"
                   PERFORM 5000-REMOVE-LINE THRU 5000-EXIT
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
           MOVE TRN-SUPV-ID-X TO ERR-SUPV-ID.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-EMPID-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

      * WALK UP FROM THE NEW SUPERVISOR. REACHING THE TOP (NO LINE
      * OR A 00000 SUPERVISOR) PROVES THE CHANGE; PASSING THROUGH
      * THE EMPLOYEE WOULD CLOSE A LOOP.
       2200-CHECK-FOR-LOOP.
           MOVE TRN-SUPV-ID TO WS-CHAIN-ID.
           MOVE ZERO TO WS-CHAIN-DEPTH.

       2200-NEXT-LEVEL.
           IF WS-CHAIN-ID = ZERO
               GO TO 2200-EXIT
           END-IF.
           IF WS-CHAIN-ID = TRN-EMPID
               MOVE "WOULD CREATE A REPORTING LOOP" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-CHAIN-DEPTH.
           IF WS-CHAIN-DEPTH > WS-CHAIN-LIMIT
               MOVE "CHAIN ABOVE SUPERVISOR DOES NOT END"
                   TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-CHAIN-ID TO SUP-EMPID.
           READ SUPV-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE SUP-SUPV-ID TO WS-CHAIN-ID.
           GO TO 2200-NEXT-LEVEL.
       2200-EXIT.
           EXIT.

       3000-ADD-LINE.
           IF SUP-FOUND
               MOVE "ALREADY HAS A LINE - USE U TO CHANGE"
                   TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO EMPSUPV-REC.
           MOVE TRN-EMPID TO SUP-EMPID.
           MOVE TRN-SUPV-ID TO SUP-SUPV-ID.
           MOVE TRN-EFF-DATE TO SUP-EFF-DATE.
           MOVE ZERO TO SUP-PRIOR-SUPV.
           MOVE WS-BATCH-ID TO SUP-BATCH-ID.
           WRITE EMPSUPV-REC.
           IF SUP-STATUS-OK
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "LINE ADDED: " SUP-EMPID " REPORTS TO "
                       SUP-SUPV-ID
           ELSE
               MOVE "ERROR WRITING REPORTING LINE" TO WS-REASON
           END-IF.
       3000-EXIT.
           EXIT.

      * A CHANGE CANNOT BE DATED BEFORE THE LINE IT REPLACES.
       4000-CHANGE-LINE.
           IF NOT SUP-FOUND
               MOVE "NO REPORTING LINE - USE I" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF TRN-SUPV-ID = SUP-SUPV-ID
               MOVE "ALREADY REPORTS TO THAT SUPERVISOR"
                   TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF TRN-EFF-DATE < SUP-EFF-DATE
               MOVE "CHANGE DATED BEFORE CURRENT LINE" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE SUP-SUPV-ID TO SUP-PRIOR-SUPV.
           MOVE TRN-SUPV-ID TO SUP-SUPV-ID.
           MOVE TRN-EFF-DATE TO SUP-EFF-DATE.
           MOVE WS-BATCH-ID TO SUP-BATCH-ID.
           REWRITE EMPSUPV-REC.
           IF SUP-STATUS-OK
               ADD 1 TO WS-UPDATE-COUNT
               DISPLAY "LINE CHANGED: " SUP-EMPID " FROM "
                       SUP-PRIOR-SUPV " TO " SUP-SUPV-ID
                       " ON " SUP-EFF-DATE
           ELSE
               MOVE "ERROR REWRITING REPORTING LINE" TO WS-REASON
           END-IF.
       4000-EXIT.
           EXIT.

       5000-REMOVE-LINE.
           IF NOT SUP-FOUND
               MOVE "NO REPORTING LINE" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           DELETE SUPV-FILE
               INVALID KEY
                   MOVE "ERROR DELETING REPORTING LINE" TO WS-REASON
           END-DELETE.
           IF WS-REASON = SPACES
               ADD 1 TO WS-DELETE-COUNT
               DISPLAY "LINE REMOVED: " SUP-EMPID
           END-IF.
       5000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE SUPV-FILE.
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
                  " CHANGED " WS-UPDATE-COUNT " REJECTED "
                  WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "LINES ADDED        : " WS-ADD-COUNT.
           DISPLAY "LINES CHANGED      : " WS-UPDATE-COUNT.
           DISPLAY "LINES REMOVED      : " WS-DELETE-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
