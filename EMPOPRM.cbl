       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPOPRM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * OPERATOR AUTHORITY MAINTENANCE, UNDER DUAL CONTROL.
      *
      * OPERAUTH.DAT DECIDES WHO MAY SUBMIT INDXDEUP TRANSACTIONS,
      * RELEASE HELD PAY, AND WHAT SALHINQ, EMP360, EMPERINQ,
      * EMPERCM AND EMPDEMM ALLOW. IT IS NO LONGER EDITED BY HAND:
      * THE MASTER IS THE KEYED FILE OPERMAST (ONE RECORD PER
      * OPERATOR, WITH A STATUS - A ACTIVE / S SUSPENDED / R
      * REVOKED - AND WHO ENTERED AND APPROVED THE LAST CHANGE),
      * AND THIS PROGRAM REWRITES OPERAUTH.DAT FROM THE ACTIVE
      * OPERATORS WHENEVER A CHANGE TAKES EFFECT. ON THE FIRST RUN
      * OPERMAST IS LOADED FROM THE EXISTING OPERAUTH.DAT.
      *
      * A SECURITY ADMINISTRATOR (LISTED ON SECADMIN.CTL, ONE
      * OPERATOR ID PER LINE) ENTERS A CHANGE:
      *   A - ADD AN OPERATOR (OR RE-GRANT A REVOKED ONE)
      *   C - CHANGE AN OPERATOR'S ACCESS FLAGS
      *   S - SUSPEND AN ACTIVE OPERATOR
      *   E - REINSTATE A SUSPENDED OPERATOR
      *   R - REVOKE AN OPERATOR
      * THE CHANGE WAITS ON OPERPEND (ONE PER OPERATOR) UNTIL A
      * SECOND ADMINISTRATOR DECIDES IT:
      *   P - APPROVE - THE CHANGE TAKES EFFECT
      *   J - REJECT
      * THE APPROVER MUST NOT BE THE ADMINISTRATOR WHO ENTERED THE
      * CHANGE, AND NO ADMINISTRATOR MAY ENTER OR DECIDE A CHANGE TO
      * THEIR OWN ACCESS. EVERY ENTRY AND DECISION IS APPENDED TO
      * THE CHANGE HISTORY OPERHIST.LOG WITH THE BEFORE AND AFTER
      * ACCESS; EMPOPRRPT REPORTS IT QUARTERLY. REJECTS GO TO
      * EMPOPRM.ERR WITH A REASON AND GIVE RC 4.
      *
      * TRANSACTION LAYOUT (50 BYTES):
      *   ACTION X(1), OPERATOR X(8), THEN FOR A AND C THE ACCESS
      *   FLAGS AS ON OPERAUTH.DAT - DELETE Y/N X(1), LARGE/APPROVAL
      *   Y/N X(1), INQUIRY ACCESS F/M/D X(1), DEPARTMENT 9(3), ER
      *   ACCESS V/U/N X(1), EEO ACCESS U/N X(1) - THEN THE
      *   ADMINISTRATOR X(8) AND A NOTE X(25)
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT; THE HASH IS ZERO - THESE RECORDS
      * CARRY NO SALARY), AND A BATCH ID NOT APPLIED BEFORE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPRMAST-FILE ASSIGN "OPERMAST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-OPM-FILE-STATUS
                       RECORD KEY OPM-OPERATOR.
        SELECT OPRPEND-FILE ASSIGN "OPERPEND"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-OPP-FILE-STATUS
                       RECORD KEY OPP-OPERATOR.
        SELECT AUTH-FILE ASSIGN "OPERAUTH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-AUT-FILE-STATUS.
        SELECT ADMIN-FILE ASSIGN "SECADMIN.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ADM-FILE-STATUS.
        SELECT HIST-FILE ASSIGN "OPERHIST.LOG"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-HST-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "EMPOPRT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPOPRM.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * THE OPERATOR MASTER. OPM-AUTH IS EXACTLY THE ACCESS PART OF
      * THE OPERAUTH.DAT RECORD.
       FD OPRMAST-FILE
       RECORD 80.
       01 OPRMAST-REC.
          05 OPM-OPERATOR      PIC X(08).
          05 OPM-AUTH.
             10 OPM-ALLOW-DELETE PIC X(01).
             10 OPM-ALLOW-LARGE  PIC X(01).
             10 OPM-ACCESS       PIC X(01).
             10 OPM-DEPT         PIC 9(03).
             10 OPM-ER-ACCESS    PIC X(01).
             10 OPM-EEO-ACCESS   PIC X(01).
          05 OPM-STATUS        PIC X(01).
             88 OPM-ACTIVE     VALUE "A".
             88 OPM-SUSPENDED  VALUE "S".
             88 OPM-REVOKED    VALUE "R".
          05 OPM-GRANTED-DATE  PIC 9(08).
          05 OPM-CHANGED-DATE  PIC 9(08).
          05 OPM-LAST-ACTION   PIC X(01).
          05 OPM-ENTERED-BY    PIC X(08).
          05 OPM-APPROVED-BY   PIC X(08).
          05 FILLER            PIC X(30).

      * ONE CHANGE PER OPERATOR, KEPT AFTER IT IS DECIDED.
       FD OPRPEND-FILE
       RECORD 90.
       01 OPRPEND-REC.
          05 OPP-OPERATOR      PIC X(08).
          05 OPP-ACTION        PIC X(01).
          05 OPP-AUTH          PIC X(08).
          05 OPP-STATUS        PIC X(01).
             88 OPP-PENDING    VALUE "P".
             88 OPP-APPROVED   VALUE "A".
             88 OPP-REJECTED   VALUE "J".
          05 OPP-ENTERED-DATE  PIC 9(08).
          05 OPP-ENTERED-BY    PIC X(08).
          05 OPP-DECIDED-DATE  PIC 9(08).
          05 OPP-DECIDED-BY    PIC X(08).
          05 OPP-BATCH-ID      PIC X(08).
          05 OPP-NOTE          PIC X(25).
          05 FILLER            PIC X(07).

      * WHO MAY DO WHAT: ONE RECORD PER OPERATOR, WITH Y/N FLAGS
      * FOR DELETE AUTHORITY AND LARGE-UPDATE/APPROVAL AUTHORITY.
       FD AUTH-FILE
       RECORD 16.
       01 AUTH-REC.
          05 AUT-OPERATOR      PIC X(08).
          05 AUT-AUTH.
             10 AUT-ALLOW-DELETE PIC X(01).
             10 AUT-ALLOW-LARGE  PIC X(01).
             10 AUT-ACCESS       PIC X(01).
             10 AUT-DEPT         PIC 9(03).
             10 AUT-ER-ACCESS    PIC X(01).
             10 AUT-EEO-ACCESS   PIC X(01).

       FD ADMIN-FILE
       RECORD 8.
       01 ADMIN-REC            PIC X(08).

      * ONE LINE PER ENTRY OR DECISION, NEVER REWRITTEN. EVENT:
      * E ENTERED, A APPROVED AND APPLIED, J REJECTED, L LOADED
      * FROM THE OLD FLAT FILE. THE IMAGES ARE THE ACCESS FLAGS
      * FOLLOWED BY THE STATUS.
       FD HIST-FILE
       RECORD 110.
       01 HIST-REC.
          05 OPH-TIMESTAMP     PIC X(14).
          05 FILLER            PIC X(01).
          05 OPH-EVENT         PIC X(01).
          05 FILLER            PIC X(01).
          05 OPH-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 OPH-OPERATOR      PIC X(08).
          05 FILLER            PIC X(01).
          05 OPH-BEFORE        PIC X(09).
          05 FILLER            PIC X(01).
          05 OPH-AFTER         PIC X(09).
          05 FILLER            PIC X(01).
          05 OPH-ENTERED-BY    PIC X(08).
          05 FILLER            PIC X(01).
          05 OPH-ENTERED-DATE  PIC 9(08).
          05 FILLER            PIC X(01).
          05 OPH-APPROVED-BY   PIC X(08).
          05 FILLER            PIC X(01).
          05 OPH-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(01).
          05 OPH-NOTE          PIC X(25).
          05 FILLER            PIC X(01).

       FD TRANS-FILE
       RECORD 50.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
             88 TRN-ENTRY      VALUE "A" "C" "S" "E" "R".
             88 TRN-DECISION   VALUE "P" "J".
          05 TRN-OPERATOR      PIC X(08).
          05 TRN-AUTH.
             10 TRN-ALLOW-DELETE PIC X(01).
             10 TRN-ALLOW-LARGE  PIC X(01).
             10 TRN-ACCESS       PIC X(01).
             10 TRN-DEPT         PIC 9(03).
             10 TRN-ER-ACCESS    PIC X(01).
             10 TRN-EEO-ACCESS   PIC X(01).
          05 TRN-ADMIN         PIC X(08).
          05 TRN-NOTE          PIC X(25).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(12).
          05 TRN-DEPT-X        PIC X(03).
          05 FILLER            PIC X(35).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(33).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(35).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-OPERATOR      PIC X(08).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(40).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-OPM-FILE-STATUS    PIC X(02) VALUE "00".
             88 OPM-STATUS-OK      VALUE "00".
             88 OPM-FILE-NOT-FOUND VALUE "35".
          05 WS-OPM-FILE-END       PIC X(01) VALUE "N".
             88 OPM-FILE-END       VALUE "Y".
          05 WS-OPP-FILE-STATUS    PIC X(02) VALUE "00".
             88 OPP-STATUS-OK      VALUE "00".
             88 OPP-FILE-NOT-FOUND VALUE "35".
          05 WS-AUT-FILE-STATUS    PIC X(02) VALUE "00".
             88 AUT-STATUS-OK      VALUE "00".
          05 WS-AUTH-NOT-PUBLISHED PIC X(01) VALUE "N".
             88 AUTH-NOT-PUBLISHED VALUE "Y".
          05 WS-AUT-FILE-END       PIC X(01) VALUE "N".
             88 AUT-FILE-END       VALUE "Y".
          05 WS-ADM-FILE-STATUS    PIC X(02) VALUE "00".
             88 ADM-STATUS-OK      VALUE "00".
          05 WS-ADM-FILE-END       PIC X(01) VALUE "N".
             88 ADM-FILE-END       VALUE "Y".
          05 WS-HST-FILE-STATUS    PIC X(02) VALUE "00".
             88 HST-STATUS-OK      VALUE "00".
             88 HST-FILE-NOT-FOUND VALUE "35".
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
          05 WS-OPM-FOUND          PIC X(01) VALUE "N".
             88 OPM-FOUND          VALUE "Y".
          05 WS-OPP-FOUND          PIC X(01) VALUE "N".
             88 OPP-FOUND          VALUE "Y".
          05 WS-ADMIN-FOUND        PIC X(01) VALUE "N".
             88 ADMIN-FOUND        VALUE "Y".

       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-ENTERED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-APPROVED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-DECLINED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-LOADED-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-PUBLISHED-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(40) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BEFORE-IMAGE          PIC X(09) VALUE SPACES.
       01 WS-AFTER-IMAGE           PIC X(09) VALUE SPACES.

      * THE SECURITY ADMINISTRATORS.
       01 WS-ADMIN-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-ADMIN-TABLE.
          05 WS-ADMIN-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-ADMIN-COUNT.
             10 WS-ADM-OPER        PIC X(08).
       01 WS-ADMIN-SUB             PIC 9(03).

       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPOPRM".
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

           PERFORM 1100-LOAD-ADMINISTRATORS THRU 1100-EXIT.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN EXTEND HIST-FILE.
           IF HST-FILE-NOT-FOUND
               OPEN OUTPUT HIST-FILE
           END-IF.
           IF NOT HST-STATUS-OK
               DISPLAY "ERROR OPENING HIST-FILE"
               DISPLAY "FILE STATUS : " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O OPRMAST-FILE.
           IF OPM-FILE-NOT-FOUND
               OPEN OUTPUT OPRMAST-FILE
               CLOSE OPRMAST-FILE
               OPEN I-O OPRMAST-FILE
               IF OPM-STATUS-OK
                   PERFORM 1300-LOAD-FROM-FLAT-FILE THRU 1300-EXIT
               END-IF
           END-IF.
           IF NOT OPM-STATUS-OK
               DISPLAY "ERROR OPENING OPRMAST-FILE"
               DISPLAY "FILE STATUS : " WS-OPM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O OPRPEND-FILE.
           IF OPP-FILE-NOT-FOUND
               OPEN OUTPUT OPRPEND-FILE
               CLOSE OPRPEND-FILE
               OPEN I-O OPRPEND-FILE
           END-IF.
           IF NOT OPP-STATUS-OK
               DISPLAY "ERROR OPENING OPRPEND-FILE"
               DISPLAY "FILE STATUS : " WS-OPP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      * WITHOUT THE ADMINISTRATOR LIST NO ONE CAN BE PROVED ENTITLED
      * TO GRANT ACCESS, SO NOTHING IS APPLIED.
       1100-LOAD-ADMINISTRATORS.
           OPEN INPUT ADMIN-FILE.
           IF NOT ADM-STATUS-OK
               DISPLAY "NO SECURITY ADMINISTRATOR LIST - "
                       "NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL ADM-FILE-END
               READ ADMIN-FILE
                   AT END
                       MOVE "Y" TO WS-ADM-FILE-END
                   NOT AT END
                       IF ADMIN-REC NOT = SPACES
                               AND WS-ADMIN-COUNT < 50
                           ADD 1 TO WS-ADMIN-COUNT
                           MOVE ADMIN-REC
                               TO WS-ADM-OPER (WS-ADMIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADMIN-FILE.
           IF WS-ADMIN-COUNT < 2
               DISPLAY "FEWER THAN TWO SECURITY ADMINISTRATORS - "
                       "DUAL CONTROL IMPOSSIBLE - NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

      * FIRST RUN: THE OPERATORS ON THE HAND-EDITED OPERAUTH.DAT
      * BECOME THE STARTING MASTER, EACH LOGGED AS LOADED.
       1300-LOAD-FROM-FLAT-FILE.
           OPEN INPUT AUTH-FILE.
           IF NOT AUT-STATUS-OK
               DISPLAY "NO OPERAUTH.DAT TO LOAD - MASTER STARTS EMPTY"
               GO TO 1300-EXIT
           END-IF.
           PERFORM UNTIL AUT-FILE-END
               READ AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-AUT-FILE-END
                   NOT AT END
                       PERFORM 1350-LOAD-ONE THRU 1350-EXIT
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           DISPLAY "OPERATOR MASTER LOADED FROM OPERAUTH.DAT: "
                   WS-LOADED-COUNT " OPERATORS".
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE.
           IF AUT-OPERATOR = SPACES
               GO TO 1350-EXIT
           END-IF.
           MOVE SPACES TO OPRMAST-REC.
           MOVE AUT-OPERATOR TO OPM-OPERATOR.
           MOVE AUT-AUTH TO OPM-AUTH.
           MOVE "A" TO OPM-STATUS.
           MOVE WS-BUSINESS-DATE TO OPM-GRANTED-DATE.
           MOVE WS-BUSINESS-DATE TO OPM-CHANGED-DATE.
           MOVE "A" TO OPM-LAST-ACTION.
           MOVE "LOADED" TO OPM-ENTERED-BY.
           MOVE "LOADED" TO OPM-APPROVED-BY.
           WRITE OPRMAST-REC
               INVALID KEY
                   DISPLAY "DUPLICATE OPERATOR ON OPERAUTH.DAT "
                           "IGNORED: " AUT-OPERATOR
                   GO TO 1350-EXIT
           END-WRITE.
           ADD 1 TO WS-LOADED-COUNT.
           MOVE SPACES TO HIST-REC.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPH-TIMESTAMP.
           MOVE "L" TO OPH-EVENT.
           MOVE "A" TO OPH-ACTION.
           MOVE OPM-OPERATOR TO OPH-OPERATOR.
           MOVE OPM-AUTH TO OPH-AFTER (1:8).
           MOVE OPM-STATUS TO OPH-AFTER (9:1).
           MOVE "LOADED" TO OPH-ENTERED-BY.
           MOVE WS-BUSINESS-DATE TO OPH-ENTERED-DATE.
           MOVE "LOADED" TO OPH-APPROVED-BY.
           MOVE "LOADED FROM OPERAUTH.DAT" TO OPH-NOTE.
           PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT.
       1350-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
      * REJECTED WHOLE BEFORE A SINGLE CHANGE IS ENTERED.
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
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-APPLY-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE.
           MOVE SPACES TO WS-REASON.
           IF NOT TRN-ENTRY AND NOT TRN-DECISION
               MOVE "UNKNOWN ACTION CODE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-OPERATOR = SPACES
               MOVE "NO OPERATOR ID" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           PERFORM 2150-LOOKUP-ADMIN THRU 2150-EXIT.
           IF NOT ADMIN-FOUND
               MOVE "NOT A SECURITY ADMINISTRATOR" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-ADMIN = TRN-OPERATOR
               MOVE "ADMINISTRATOR MAY NOT ACT ON OWN ACCESS"
                   TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-OPM-FOUND.
           MOVE TRN-OPERATOR TO OPM-OPERATOR.
           READ OPRMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OPM-FOUND
           END-READ.
           MOVE "N" TO WS-OPP-FOUND.
           MOVE TRN-OPERATOR TO OPP-OPERATOR.
           READ OPRPEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OPP-FOUND
           END-READ.

           IF TRN-ENTRY
               PERFORM 3000-ENTER-CHANGE THRU 3000-EXIT
           ELSE
               PERFORM 4000-DECIDE-CHANGE THRU 4000-EXIT
           END-IF.
           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRN-ACTION TO ERR-ACTION.
           MOVE TRN-OPERATOR TO ERR-OPERATOR.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-OPERATOR
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

       2150-LOOKUP-ADMIN.
           MOVE "N" TO WS-ADMIN-FOUND.
           PERFORM VARYING WS-ADMIN-SUB FROM 1 BY 1
                   UNTIL WS-ADMIN-SUB > WS-ADMIN-COUNT
                      OR ADMIN-FOUND
               IF WS-ADM-OPER (WS-ADMIN-SUB) = TRN-ADMIN
                   MOVE "Y" TO WS-ADMIN-FOUND
               END-IF
           END-PERFORM.
       2150-EXIT.
           EXIT.

      * THE CHANGE IS CHECKED AGAINST THE OPERATOR'S CURRENT STATE
      * AND PARKED ON OPERPEND - NOTHING TAKES EFFECT YET.
       3000-ENTER-CHANGE.
           IF OPP-FOUND AND OPP-PENDING
               MOVE "A CHANGE IS ALREADY AWAITING APPROVAL"
                   TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRN-ACTION
               WHEN "A"
                   IF OPM-FOUND AND NOT OPM-REVOKED
                       MOVE "OPERATOR ALREADY ON FILE - USE C"
                           TO WS-REASON
                   END-IF
               WHEN "C"
                   IF NOT OPM-FOUND OR OPM-REVOKED
                       MOVE "NO CURRENT OPERATOR TO CHANGE"
                           TO WS-REASON
                   END-IF
               WHEN "S"
                   IF NOT OPM-FOUND OR NOT OPM-ACTIVE
                       MOVE "OPERATOR NOT ACTIVE - CANNOT SUSPEND"
                           TO WS-REASON
                   END-IF
               WHEN "E"
                   IF NOT OPM-FOUND OR NOT OPM-SUSPENDED
                       MOVE "OPERATOR NOT SUSPENDED" TO WS-REASON
                   END-IF
               WHEN "R"
                   IF NOT OPM-FOUND OR OPM-REVOKED
                       MOVE "NO CURRENT OPERATOR TO REVOKE"
                           TO WS-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.
           IF TRN-ACTION = "A" OR TRN-ACTION = "C"
               PERFORM 3100-VALIDATE-FLAGS THRU 3100-EXIT
               IF WS-REASON NOT = SPACES
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO OPRPEND-REC.
           MOVE TRN-OPERATOR TO OPP-OPERATOR.
           MOVE TRN-ACTION TO OPP-ACTION.
           IF TRN-ACTION = "A" OR TRN-ACTION = "C"
               MOVE TRN-AUTH TO OPP-AUTH
           ELSE
               MOVE OPM-AUTH TO OPP-AUTH
           END-IF.
           MOVE "P" TO OPP-STATUS.
           MOVE WS-BUSINESS-DATE TO OPP-ENTERED-DATE.
           MOVE TRN-ADMIN TO OPP-ENTERED-BY.
           MOVE ZERO TO OPP-DECIDED-DATE.
           MOVE WS-BATCH-ID TO OPP-BATCH-ID.
           MOVE TRN-NOTE TO OPP-NOTE.
           IF OPP-FOUND
               REWRITE OPRPEND-REC
           ELSE
               WRITE OPRPEND-REC
           END-IF.
           IF NOT OPP-STATUS-OK
               DISPLAY "ERROR WRITING OPRPEND-FILE"
               DISPLAY "FILE STATUS : " WS-OPP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 8000-SET-IMAGES THRU 8000-EXIT.
           MOVE SPACES TO HIST-REC.
           MOVE "E" TO OPH-EVENT.
           PERFORM 8400-FILL-HISTORY THRU 8400-EXIT.
           PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT.
           ADD 1 TO WS-ENTERED-COUNT.
           DISPLAY "CHANGE ENTERED " OPP-ACTION " " OPP-OPERATOR
                   " BY " OPP-ENTERED-BY " - AWAITING APPROVAL".
       3000-EXIT.
           EXIT.

       3100-VALIDATE-FLAGS.
           IF TRN-ALLOW-DELETE NOT = "Y" AND NOT = "N"
               MOVE "DELETE FLAG NOT Y OR N" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           IF TRN-ALLOW-LARGE NOT = "Y" AND NOT = "N"
               MOVE "LARGE-UPDATE FLAG NOT Y OR N" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           IF TRN-ACCESS NOT = "F" AND NOT = "M" AND NOT = "D"
               MOVE "INQUIRY ACCESS NOT F, M OR D" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           IF TRN-DEPT-X NOT NUMERIC
               MOVE "DEPARTMENT NOT NUMERIC" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           IF TRN-ACCESS = "D" AND TRN-DEPT = ZERO
               MOVE "OWN-DEPARTMENT ACCESS NEEDS A DEPARTMENT"
                   TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           IF TRN-ER-ACCESS NOT = "V" AND NOT = "U" AND NOT = "N"
               MOVE "ER ACCESS NOT V, U OR N" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
           IF TRN-EEO-ACCESS NOT = "U" AND NOT = "N"
               MOVE "EEO ACCESS NOT U OR N" TO WS-REASON
               GO TO 3100-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      * A SECOND ADMINISTRATOR APPROVES OR REJECTS THE CHANGE.
       4000-DECIDE-CHANGE.
           IF NOT OPP-FOUND OR NOT OPP-PENDING
               MOVE "NO CHANGE AWAITING APPROVAL" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF TRN-ADMIN = OPP-ENTERED-BY
               MOVE "APPROVER MUST DIFFER FROM ENTERER"
                   TO WS-REASON
               GO TO 4000-EXIT
           END-IF.

           PERFORM 8000-SET-IMAGES THRU 8000-EXIT.
           IF TRN-ACTION = "P"
               PERFORM 4100-APPLY-CHANGE THRU 4100-EXIT
               MOVE "A" TO OPP-STATUS
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               MOVE "J" TO OPP-STATUS
               ADD 1 TO WS-DECLINED-COUNT
           END-IF.
           MOVE WS-BUSINESS-DATE TO OPP-DECIDED-DATE.
           MOVE TRN-ADMIN TO OPP-DECIDED-BY.
           REWRITE OPRPEND-REC.
           IF NOT OPP-STATUS-OK
               DISPLAY "ERROR REWRITING OPRPEND-FILE"
               DISPLAY "FILE STATUS : " WS-OPP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO HIST-REC.
           MOVE OPP-STATUS TO OPH-EVENT.
           PERFORM 8400-FILL-HISTORY THRU 8400-EXIT.
           MOVE OPP-DECIDED-BY TO OPH-APPROVED-BY.
           IF TRN-NOTE NOT = SPACES
               MOVE TRN-NOTE TO OPH-NOTE
           END-IF.
           PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT.
           IF OPP-APPROVED
               DISPLAY "CHANGE APPLIED " OPP-ACTION " " OPP-OPERATOR
                       " APPROVED BY " OPP-DECIDED-BY
           ELSE
               DISPLAY "CHANGE REJECTED " OPP-ACTION " " OPP-OPERATOR
                       " BY " OPP-DECIDED-BY
           END-IF.
       4000-EXIT.
           EXIT.

       4100-APPLY-CHANGE.
           IF NOT OPM-FOUND
               MOVE SPACES TO OPRMAST-REC
               MOVE OPP-OPERATOR TO OPM-OPERATOR
           END-IF.
           EVALUATE OPP-ACTION
               WHEN "A"
                   MOVE OPP-AUTH TO OPM-AUTH
                   MOVE "A" TO OPM-STATUS
                   MOVE WS-BUSINESS-DATE TO OPM-GRANTED-DATE
               WHEN "C"
                   MOVE OPP-AUTH TO OPM-AUTH
               WHEN "S"
                   MOVE "S" TO OPM-STATUS
               WHEN "E"
                   MOVE "A" TO OPM-STATUS
               WHEN "R"
                   MOVE "R" TO OPM-STATUS
           END-EVALUATE.
           MOVE WS-BUSINESS-DATE TO OPM-CHANGED-DATE.
           MOVE OPP-ACTION TO OPM-LAST-ACTION.
           MOVE OPP-ENTERED-BY TO OPM-ENTERED-BY.
           MOVE TRN-ADMIN TO OPM-APPROVED-BY.
           IF OPM-FOUND
               REWRITE OPRMAST-REC
           ELSE
               WRITE OPRMAST-REC
           END-IF.
           IF NOT OPM-STATUS-OK
               DISPLAY "ERROR WRITING OPRMAST-FILE"
               DISPLAY "FILE STATUS : " WS-OPM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       4100-EXIT.
           EXIT.

      * BEFORE IS THE OPERATOR AS ON THE MASTER NOW; AFTER IS WHAT
      * THE CHANGE WOULD (OR DID) MAKE IT.
       8000-SET-IMAGES.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF OPM-FOUND
               MOVE OPM-AUTH TO WS-BEFORE-IMAGE (1:8)
               MOVE OPM-STATUS TO WS-BEFORE-IMAGE (9:1)
           END-IF.
           MOVE OPP-AUTH TO WS-AFTER-IMAGE (1:8).
           EVALUATE OPP-ACTION
               WHEN "A"
                   MOVE "A" TO WS-AFTER-IMAGE (9:1)
               WHEN "C"
                   MOVE WS-BEFORE-IMAGE (9:1) TO WS-AFTER-IMAGE (9:1)
               WHEN "S"
                   MOVE "S" TO WS-AFTER-IMAGE (9:1)
               WHEN "E"
                   MOVE "A" TO WS-AFTER-IMAGE (9:1)
               WHEN "R"
                   MOVE "R" TO WS-AFTER-IMAGE (9:1)
           END-EVALUATE.
       8000-EXIT.
           EXIT.

       8400-FILL-HISTORY.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OPH-TIMESTAMP.
           MOVE OPP-ACTION TO OPH-ACTION.
           MOVE OPP-OPERATOR TO OPH-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO OPH-BEFORE.
           MOVE WS-AFTER-IMAGE TO OPH-AFTER.
           MOVE OPP-ENTERED-BY TO OPH-ENTERED-BY.
           MOVE OPP-ENTERED-DATE TO OPH-ENTERED-DATE.
           MOVE WS-BATCH-ID TO OPH-BATCH-ID.
           MOVE OPP-NOTE TO OPH-NOTE.
       8400-EXIT.
           EXIT.

       8500-WRITE-HISTORY.
           WRITE HIST-REC.
           IF NOT HST-STATUS-OK
               DISPLAY "ERROR WRITING HIST-FILE"
               DISPLAY "FILE STATUS : " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       8500-EXIT.
           EXIT.

      * OPERAUTH.DAT IS REWRITTEN FROM THE ACTIVE OPERATORS ONLY -
      * A SUSPENDED OR REVOKED OPERATOR SIMPLY DISAPPEARS FROM IT.
       8800-PUBLISH-AUTH-FILE.
           OPEN OUTPUT AUTH-FILE.
           IF NOT AUT-STATUS-OK
               DISPLAY "ERROR OPENING AUTH-FILE FOR OUTPUT"
               DISPLAY "FILE STATUS : " WS-AUT-FILE-STATUS
               MOVE "Y" TO WS-AUTH-NOT-PUBLISHED
               GO TO 8800-EXIT
           END-IF.
           MOVE LOW-VALUES TO OPM-OPERATOR.
           START OPRMAST-FILE KEY NOT < OPM-OPERATOR
               INVALID KEY
                   MOVE "Y" TO WS-OPM-FILE-END
           END-START.
           PERFORM UNTIL OPM-FILE-END
               READ OPRMAST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-OPM-FILE-END
                   NOT AT END
                       IF OPM-ACTIVE
                           MOVE OPM-OPERATOR TO AUT-OPERATOR
                           MOVE OPM-AUTH TO AUT-AUTH
                           WRITE AUTH-REC
                           ADD 1 TO WS-PUBLISHED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           DISPLAY "OPERAUTH.DAT REWRITTEN: " WS-PUBLISHED-COUNT
                   " ACTIVE OPERATORS".
       8800-EXIT.
           EXIT.

       9999-CLEANUP.
           IF WS-LOADED-COUNT > ZERO OR WS-APPROVED-COUNT > ZERO
               PERFORM 8800-PUBLISH-AUTH-FILE THRU 8800-EXIT
           END-IF.

           CLOSE OPRMAST-FILE.
           CLOSE OPRPEND-FILE.
           CLOSE HIST-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO THE SAME
      * FILE CANNOT BE APPLIED A SECOND TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "ENTERED " WS-ENTERED-COUNT
                  " APPROVED " WS-APPROVED-COUNT
                  " DECLINED " WS-DECLINED-COUNT
                  " REJECTED " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
      * SET AFTER THE CALLS - BATCHREG AND LOGMSG RESET RETURN-CODE.
           IF AUTH-NOT-PUBLISHED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "TRANSACTIONS READ  : " WS-READ-COUNT.
           DISPLAY "CHANGES ENTERED    : " WS-ENTERED-COUNT.
           DISPLAY "CHANGES APPROVED   : " WS-APPROVED-COUNT.
           DISPLAY "CHANGES DECLINED   : " WS-DECLINED-COUNT.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
