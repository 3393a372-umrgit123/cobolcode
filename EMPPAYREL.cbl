       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYREL.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * PAY HOLD RELEASE.
      *
      * EMPPAYREV PUTS EMPLOYEES WHOSE PAY LOOKS WRONG ON THE PAY
      * HOLD FILE (PAYHOLD, KEYED EMPID + PERIOD) AND EMPPAYDEP
      * WILL NOT PAY THEM. ONCE A PAYROLL SUPERVISOR HAS CHECKED
      * THE PAY, THIS PROGRAM APPLIES THE RELEASE TRANSACTIONS
      * (EMPPAYRELT.DAT):
      *   R - RELEASE THE HOLD FOR THE EMPLOYEE AND PERIOD
      * THE HOLD BECOMES RELEASED, STAMPED WITH THE DATE AND THE
      * SUPERVISOR, AND EMPPAYDEP PAYS IT ON ITS NEXT RUN - RUN
      * WITH "RELEASED" TO PAY RELEASED HOLDS STRAIGHT AWAY.
      *
      * THE SUPERVISOR MUST HOLD LARGE-UPDATE/APPROVAL AUTHORITY ON
      * THE OPERATOR AUTHORIZATION FILE (OPERAUTH.DAT); AN ABSENT
      * FILE LEAVES THE CHECK OFF, AS IT DOES FOR INDXDEUP. EVERY
      * RELEASE IS WRITTEN TO THE RELEASE LOG (PAYHOLD.LOG) WITH A
      * TIMESTAMP, THE SUPERVISOR, THE AMOUNT AND THE NOTE. REJECTS
      * GO TO EMPPAYREL.ERR WITH A REASON AND GIVE RC 4.
      *
      * TRANSACTION LAYOUT (50 BYTES):
      *   ACTION X(1), EMPID 9(5), PERIOD 9(6) (YYYYMM),
      *   SUPERVISOR X(8), NOTE X(30)
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT; THE HASH IS ZERO - THESE RECORDS
      * CARRY NO SALARY), AND A BATCH ID NOT APPLIED BEFORE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT HOLD-FILE ASSIGN "PAYHOLD"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-HLD-FILE-STATUS
                       RECORD KEY HLD-KEY.
        SELECT TRANS-FILE ASSIGN "EMPPAYRELT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT AUTH-FILE ASSIGN "OPERAUTH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-AUT-FILE-STATUS.
        SELECT RELLOG-FILE ASSIGN "PAYHOLD.LOG"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LOG-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPPAYREL.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD HOLD-FILE
       RECORD 120.
       01 HOLD-REC.
          05 HLD-KEY.
             10 HLD-EMPID      PIC 9(05).
             10 HLD-PERIOD     PIC 9(06).
          05 HLD-NAME          PIC X(20).
          05 HLD-REASON        PIC X(01).
             88 HLD-FIRST-PAY  VALUE "F".
             88 HLD-NOT-PAID-LAST VALUE "N".
             88 HLD-VARIANCE   VALUE "V".
          05 HLD-CHANGE-PCT    PIC 9(04)V99.
          05 HLD-CUR-GROSS     PIC 9(07)V99.
          05 HLD-CUR-NET       PIC 9(07)V99.
          05 HLD-PRV-GROSS     PIC 9(07)V99.
          05 HLD-PRV-NET       PIC 9(07)V99.
          05 HLD-PRV-PERIOD    PIC 9(06).
          05 HLD-STATUS        PIC X(01).
             88 HLD-HELD       VALUE "H".
             88 HLD-RELEASED   VALUE "R".
             88 HLD-PAID       VALUE "P".
          05 HLD-HELD-DATE     PIC 9(08).
          05 HLD-RELEASE-DATE  PIC 9(08).
          05 HLD-RELEASED-BY   PIC X(08).
          05 HLD-PAID-DATE     PIC 9(08).
          05 HLD-PAID-BY       PIC X(01).
          05 FILLER            PIC X(06).

       FD TRANS-FILE
       RECORD 50.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-PERIOD        PIC 9(06).
          05 TRN-SUPERVISOR    PIC X(08).
          05 TRN-NOTE          PIC X(30).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 TRN-PERIOD-X      PIC X(06).
          05 FILLER            PIC X(38).
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

      * WHO MAY DO WHAT: ONE RECORD PER OPERATOR, WITH Y/N FLAGS
      * FOR DELETE AUTHORITY AND LARGE-UPDATE/APPROVAL AUTHORITY.
       FD AUTH-FILE
       RECORD 16.
       01 AUTH-REC.
          05 AUT-OPERATOR      PIC X(08).
          05 AUT-ALLOW-DELETE  PIC X(01).
          05 AUT-ALLOW-LARGE   PIC X(01).
          05 AUT-ACCESS        PIC X(01).
          05 AUT-DEPT          PIC 9(03).
          05 AUT-ER-ACCESS     PIC X(01).
          05 AUT-EEO-ACCESS    PIC X(01).

      * ONE LINE PER RELEASE, NEVER REWRITTEN - THE RECORD OF WHO
      * LET WHICH HELD PAY GO, AND WHEN.
       FD RELLOG-FILE
       RECORD 90.
       01 RELLOG-REC.
          05 RLG-TIMESTAMP     PIC X(14).
          05 FILLER            PIC X(01).
          05 RLG-EMPID         PIC 9(05).
          05 FILLER            PIC X(01).
          05 RLG-PERIOD        PIC 9(06).
          05 FILLER            PIC X(01).
          05 RLG-RELEASED-BY   PIC X(08).
          05 FILLER            PIC X(01).
          05 RLG-REASON        PIC X(01).
          05 FILLER            PIC X(01).
          05 RLG-NET           PIC 9(07).99.
          05 FILLER            PIC X(01).
          05 RLG-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(01).
          05 RLG-NOTE          PIC X(30).
          05 FILLER            PIC X(01).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(01).
          05 ERR-PERIOD        PIC X(06).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-HLD-FILE-STATUS    PIC X(02) VALUE "00".
             88 HLD-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-AUT-FILE-STATUS    PIC X(02) VALUE "00".
             88 AUT-STATUS-OK      VALUE "00".
          05 WS-AUT-FILE-END       PIC X(01) VALUE "N".
             88 AUT-FILE-END       VALUE "Y".
          05 WS-AUTH-ACTIVE        PIC X(01) VALUE "N".
             88 AUTH-ACTIVE        VALUE "Y".
          05 WS-OPER-FOUND         PIC X(01) VALUE "N".
             88 OPER-FOUND         VALUE "Y".
          05 WS-LOG-FILE-STATUS    PIC X(02) VALUE "00".
             88 LOG-STATUS-OK      VALUE "00".
             88 LOG-FILE-NOT-FOUND VALUE "35".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-RELEASE-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-RELEASE-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-REASON                PIC X(35) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-OPER-LARGE-OK         PIC X(01) VALUE "N".

      * THE AUTHORIZATION TABLE. AN ABSENT OPERAUTH.DAT LEAVES
      * AUTHORIZATION CHECKING OFF SO A SHOP CAN PHASE IT IN.
       01 WS-AUTH-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-AUTH-TABLE.
          05 WS-AUTH-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-AUTH-COUNT.
             10 WS-AUT-OPER        PIC X(08).
             10 WS-AUT-LRG         PIC X(01).
       01 WS-AUTH-SUB              PIC 9(03).

       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPPAYRL".
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

           OPEN I-O HOLD-FILE.
           IF NOT HLD-STATUS-OK
               DISPLAY "ERROR OPENING HOLD-FILE - NOTHING IS HELD"
               DISPLAY "FILE STATUS : " WS-HLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.
           PERFORM 1700-LOAD-AUTHORIZATIONS THRU 1700-EXIT.

           OPEN EXTEND RELLOG-FILE.
           IF LOG-FILE-NOT-FOUND
               OPEN OUTPUT RELLOG-FILE
           END-IF.
           IF NOT LOG-STATUS-OK
               DISPLAY "ERROR OPENING RELLOG-FILE"
               DISPLAY "FILE STATUS : " WS-LOG-FILE-STATUS
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

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT APPLIED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE IS
      * REJECTED WHOLE BEFORE A SINGLE HOLD IS RELEASED.
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

      * AN ABSENT AUTHORIZATION FILE LEAVES CHECKING OFF, SO THE
      * CONTROL CAN BE PHASED IN.
       1700-LOAD-AUTHORIZATIONS.
           OPEN INPUT AUTH-FILE.
           IF NOT AUT-STATUS-OK
               DISPLAY "NO OPERATOR AUTHORIZATION FILE - "
                       "AUTHORIZATION CHECKING OFF"
               GO TO 1700-EXIT
           END-IF.
           MOVE "Y" TO WS-AUTH-ACTIVE.
           PERFORM UNTIL AUT-FILE-END
               READ AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-AUT-FILE-END
                   NOT AT END
                       IF WS-AUTH-COUNT < 100
                           ADD 1 TO WS-AUTH-COUNT
                           MOVE AUT-OPERATOR TO
                               WS-AUT-OPER (WS-AUTH-COUNT)
                           MOVE AUT-ALLOW-LARGE TO
                               WS-AUT-LRG (WS-AUTH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
       1700-EXIT.
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
           IF TRN-ACTION NOT = "R"
               MOVE "UNKNOWN ACTION CODE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-EMPID-X NOT NUMERIC OR TRN-EMPID = ZERO
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-PERIOD-X NOT NUMERIC
               MOVE "PERIOD NOT NUMERIC" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-SUPERVISOR = SPACES
               MOVE "NO SUPERVISOR ON THE RELEASE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

      * WHEN AUTHORIZATION IS ACTIVE THE SUPERVISOR MUST BE ON THE
      * TABLE WITH LARGE-UPDATE/APPROVAL AUTHORITY.
           IF AUTH-ACTIVE
               PERFORM 2150-LOOKUP-SUPERVISOR THRU 2150-EXIT
               IF NOT OPER-FOUND OR WS-OPER-LARGE-OK NOT = "Y"
                   MOVE "SUPERVISOR NOT AUTHORIZED TO RELEASE"
                       TO WS-REASON
                   GO TO 2100-REJECT
               END-IF
           END-IF.

           MOVE TRN-EMPID TO HLD-EMPID.
           MOVE TRN-PERIOD TO HLD-PERIOD.
           READ HOLD-FILE
               INVALID KEY
                   MOVE "NO HOLD FOR EMPLOYEE AND PERIOD"
                       TO WS-REASON
                   GO TO 2100-REJECT
           END-READ.
           EVALUATE TRUE
               WHEN HLD-RELEASED
                   MOVE "HOLD ALREADY RELEASED" TO WS-REASON
               WHEN HLD-PAID
                   MOVE "HOLD ALREADY PAID" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.

           MOVE "R" TO HLD-STATUS.
           MOVE WS-BUSINESS-DATE TO HLD-RELEASE-DATE.
           MOVE TRN-SUPERVISOR TO HLD-RELEASED-BY.
           REWRITE HOLD-REC.
           IF NOT HLD-STATUS-OK
               DISPLAY "ERROR RELEASING HOLD FOR EMPID: " HLD-EMPID
               DISPLAY "FILE STATUS : " WS-HLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2200-LOG-RELEASE THRU 2200-EXIT.
           ADD 1 TO WS-RELEASE-COUNT.
           ADD HLD-CUR-NET TO WS-RELEASE-TOTAL.
           DISPLAY "RELEASED " HLD-EMPID " " HLD-PERIOD
                   " BY " HLD-RELEASED-BY.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRN-ACTION TO ERR-ACTION.
           MOVE TRN-EMPID-X TO ERR-EMPID.
           MOVE TRN-PERIOD-X TO ERR-PERIOD.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-EMPID-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

       2150-LOOKUP-SUPERVISOR.
           MOVE "N" TO WS-OPER-FOUND.
           MOVE "N" TO WS-OPER-LARGE-OK.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                      OR OPER-FOUND
               IF WS-AUT-OPER (WS-AUTH-SUB) = TRN-SUPERVISOR
                   MOVE "Y" TO WS-OPER-FOUND
                   MOVE WS-AUT-LRG (WS-AUTH-SUB) TO WS-OPER-LARGE-OK
               END-IF
           END-PERFORM.
       2150-EXIT.
           EXIT.

       2200-LOG-RELEASE.
           MOVE SPACES TO RELLOG-REC.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RLG-TIMESTAMP.
           MOVE HLD-EMPID TO RLG-EMPID.
           MOVE HLD-PERIOD TO RLG-PERIOD.
           MOVE HLD-RELEASED-BY TO RLG-RELEASED-BY.
           MOVE HLD-REASON TO RLG-REASON.
           MOVE HLD-CUR-NET TO RLG-NET.
           MOVE WS-BATCH-ID TO RLG-BATCH-ID.
           MOVE TRN-NOTE TO RLG-NOTE.
           WRITE RELLOG-REC.
           IF NOT LOG-STATUS-OK
               DISPLAY "ERROR WRITING RELLOG-FILE"
               DISPLAY "FILE STATUS : " WS-LOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       2200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE HOLD-FILE.
           CLOSE TRANS-FILE.
           CLOSE RELLOG-FILE.
           CLOSE ERROR-FILE.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO THE SAME
      * FILE CANNOT BE APPLIED A SECOND TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "HOLDS RELEASED " WS-RELEASE-COUNT
                  " REJECTED " WS-REJECT-COUNT
                  " BATCH " WS-BATCH-ID
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO AND WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "TRANSACTIONS READ  : " WS-READ-COUNT.
           DISPLAY "HOLDS RELEASED     : " WS-RELEASE-COUNT.
           DISPLAY "NET RELEASED       : " WS-RELEASE-TOTAL.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
