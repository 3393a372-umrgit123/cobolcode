      * AN ACCOUNT STILL IN PRENOTE-PENDING STATE GETS A ZERO-VALUE
      * PRENOTE RECORD AND IS ACTIVATED FOR THE NEXT CYCLE; THE
      * EMPLOYEE'S MONEY FOR THIS CYCLE, AND ANY EMPLOYEE WITH NO
      * BANK RECORD AT ALL, OR WHOSE ACCOUNT THE BANK HAS RETURNED
      * A DEPOSIT ON (EMPDEPRTN MARKS IT), GOES TO THE PAY-BY-CHECK
      * LIST (EMPPAYDEP.CHK) FOR PAYMENT BY CHEQUE. THE LIST ENDS
      * WITH A BALANCING LINE - "TOTAL", THE CHEQUE COUNT, THE
      * PAY-BY-CHECK TOTAL AND THE BUSINESS DATE - THAT EMPCHQPRT
      * RECONCILES THE CHEQUES IT PRINTS TO.
      *
      * AN EMPLOYEE EMPPAYREV HAS PUT ON THE PAY HOLD FILE (PAYHOLD)
      * FOR THIS PERIOD IS NOT PAID AT ALL - THE HELD NET IS COUNTED
      * SEPARATELY AND THE BALANCE BECOMES DEPOSITED + BY CHECK +
      * HELD = PAYSLIP NET. ONCE A SUPERVISOR RELEASES THE HOLD
      * (EMPPAYREL) THE NEXT RUN PAYS IT FROM THE NET ON THE HOLD:
      * A DEPOSIT TO A LIVE ACCOUNT, OTHERWISE A CHEQUE QUEUED ON
      * EMPCHQQ.DAT FOR EMPCHQPRT. THE HOLD IS THEN MARKED PAID.
      * RELEASED PAY IS IN THE DEPOSIT TRAILER HASH BUT NOT IN THE
      * PAYSLIP BALANCE - IT WAS ON AN EARLIER PERIOD'S SLIPS.
      *
      * WITH "RELEASED" AS THE FIRST ARGUMENT THE RUN PAYS RELEASED
      * HOLDS ONLY, BETWEEN PAY RUNS: THE PAYSLIPS AND THE CHECK
      * LIST ARE LEFT ALONE AND THE DEPOSITS GO TO A SEPARATE FILE,
      * EMPDEPREL.DAT, SO THE CYCLE'S EMPDEPOSIT.DAT IS NOT LOST.
      *
      * A BANK CHANGE EMPBANKM HAS HELD ON BANKPEND FOR A CALLBACK
      * NEVER RECEIVES MONEY: THE OLD ACCOUNT IS PAID AS USUAL, AND
      * IF THERE IS NO OLD ACCOUNT - OR THE ACCOUNT ON FILE IS THE
      * ONE STILL AWAITING VERIFICATION - THE PAY GOES BY CHEQUE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ORGANIZATION INDEXED
                       STATUS WS-BNK-FILE-STATUS
                       RECORD KEY BNK-EMPID.
        SELECT PEND-FILE ASSIGN "BANKPEND"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BPD-FILE-STATUS
                       RECORD KEY BPD-EMPID.
        SELECT DEPOSIT-FILE ASSIGN TO DYNAMIC WS-DEP-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-DEP-FILE-STATUS.
        SELECT CHECK-FILE ASSIGN "EMPPAYDEP.CHK"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CHK-FILE-STATUS.
        SELECT HOLD-FILE ASSIGN "PAYHOLD"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-HLD-FILE-STATUS
                       RECORD KEY HLD-KEY.
        SELECT CHQQ-FILE ASSIGN "EMPCHQQ.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CHQQ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

          05 BNK-PRENOTE       PIC X(01).
             88 BNK-PRENOTE-PENDING VALUE "P".
             88 BNK-ACCOUNT-LIVE    VALUE "A".
             88 BNK-ACCOUNT-RETURNED VALUE "R".
          05 BNK-PRENOTE-DATE  PIC 9(08).
          05 BNK-RETURN-DATE   PIC 9(08).
          05 BNK-RETURN-REASON PIC X(03).
          05 FILLER            PIC X(08).

      * BANK CHANGES HELD FOR CALLBACK VERIFICATION (EMPBANKM).
       FD PEND-FILE
       RECORD 80.
       01 PENDREC.
          05 BPD-EMPID         PIC 9(05).
          05 BPD-ACTION        PIC X(01).
          05 BPD-ROUTING       PIC X(09).
          05 BPD-ACCOUNT       PIC X(17).
          05 BPD-ACCT-TYPE     PIC X(01).
          05 BPD-REASON        PIC X(01).
          05 BPD-STATUS        PIC X(01).
             88 BPD-PENDING    VALUE "P".
          05 FILLER            PIC X(45).

       FD DEPOSIT-FILE
       RECORD 45.
          05 CHK-AMOUNT        PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 CHK-REASON        PIC X(30).
       01 CHECK-TOTAL-LINE REDEFINES CHECK-LINE.
          05 CHK-TRL-LABEL     PIC X(05).
          05 FILLER            PIC X(02).
          05 CHK-TRL-COUNT     PIC 9(05).
          05 FILLER            PIC X(02).
          05 CHK-TRL-AMOUNT    PIC 9(09).99.
          05 FILLER            PIC X(02).
          05 CHK-TRL-DATE      PIC 9(08).
          05 FILLER            PIC X(34).

      * ONE RECORD PER EMPLOYEE HELD IN A PERIOD (EMPPAYREV WRITES
      * IT, EMPPAYREL RELEASES IT, THIS STEP MARKS IT PAID).
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

      * CHEQUES WAITING FOR EMPCHQPRT, SHARED WITH EMPDEPRTN.
       FD CHQQ-FILE
       RECORD 70.
       01 CHQQ-REC.
          05 CQ-EMPID          PIC 9(05).
          05 CQ-NAME           PIC X(20).
          05 CQ-AMOUNT         PIC 9(07)V99.
          05 CQ-SOURCE         PIC X(03).
          05 CQ-REF-DATE       PIC 9(08).
          05 CQ-REASON         PIC X(20).
          05 FILLER            PIC X(05).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-BNK-FILE-STATUS    PIC X(02) VALUE "00".
             88 BNK-STATUS-OK      VALUE "00".
             88 BNK-FILE-NOT-FOUND VALUE "35".
          05 WS-BPD-FILE-STATUS    PIC X(02) VALUE "00".
             88 BPD-STATUS-OK      VALUE "00".
          05 WS-BPD-OPEN           PIC X(01) VALUE "N".
             88 BPD-OPEN           VALUE "Y".
          05 WS-PEND-BLOCK         PIC X(01) VALUE "N".
             88 PEND-BLOCK         VALUE "Y".
          05 WS-DEP-FILE-STATUS    PIC X(02) VALUE "00".
             88 DEP-STATUS-OK      VALUE "00".
          05 WS-CHK-FILE-STATUS    PIC X(02) VALUE "00".
             88 CHK-STATUS-OK      VALUE "00".
          05 WS-BNK-FOUND          PIC X(01) VALUE "N".
             88 BNK-FOUND          VALUE "Y".
          05 WS-HLD-FILE-STATUS    PIC X(02) VALUE "00".
             88 HLD-STATUS-OK      VALUE "00".
             88 HLD-FILE-NOT-FOUND VALUE "35".
          05 WS-HLD-FILE-END       PIC X(01) VALUE "N".
             88 HLD-FILE-END       VALUE "Y".
          05 WS-HLD-FOUND          PIC X(01) VALUE "N".
             88 HLD-FOUND          VALUE "Y".
          05 WS-CHQQ-FILE-STATUS   PIC X(02) VALUE "00".
             88 CHQQ-STATUS-OK     VALUE "00".
             88 CHQQ-NOT-FOUND     VALUE "35".
          05 WS-CHQQ-OPEN          PIC X(01) VALUE "N".
             88 CHQQ-OPEN          VALUE "Y".
          05 WS-RUN-MODE           PIC X(08) VALUE SPACES.
             88 RELEASE-MODE       VALUE "RELEASED".

       01 WS-COUNTS.
          05 WS-LIVE-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-PRENOTE-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-CHECK-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-DETAIL-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-HELD-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-REL-DEP-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-REL-CHQ-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-PEND-CHQ-COUNT     PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-SLIP-NET-TOTAL     PIC 9(11)V99 VALUE ZERO.
          05 WS-LIVE-TOTAL         PIC 9(11)V99 VALUE ZERO.
          05 WS-CHECK-TOTAL        PIC 9(11)V99 VALUE ZERO.
          05 WS-HELD-TOTAL         PIC 9(11)V99 VALUE ZERO.
          05 WS-REL-DEP-TOTAL      PIC 9(11)V99 VALUE ZERO.
          05 WS-REL-CHQ-TOTAL      PIC 9(11)V99 VALUE ZERO.

       01 WS-SLIP-NET              PIC 9(06)V99 VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-DEP-NAME              PIC X(16) VALUE "EMPDEPOSIT.DAT".
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPPAYDP".
          05 LOG-SEVERITY          PIC X(01).
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           IF NOT RELEASE-MODE
               PERFORM 2000-BUILD-DEPOSIT-FILE THRU 2000-EXIT
           END-IF.
           PERFORM 3000-PAY-RELEASED-HOLDS THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
      * RUN MODE: "RELEASED" AS THE FIRST ARGUMENT PAYS RELEASED
      * HOLDS ONLY; ANYTHING ELSE IS THE REGULAR CYCLE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD.

           IF RELEASE-MODE
               DISPLAY "RELEASED MODE - PAYING RELEASED HOLDS ONLY"
               MOVE "EMPDEPREL.DAT" TO WS-DEP-NAME
           ELSE
               OPEN INPUT PAYSLIP-FILE
               IF NOT SLIP-STATUS-OK
                   DISPLAY "ERROR OPENING PAYSLIP-FILE - "
                           "RUN EMPPAYRUN FIRST"
                   DISPLAY "FILE STATUS : " WS-SLIP-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * NO HOLD FILE MEANS NOTHING HAS EVER BEEN HELD.
           OPEN I-O HOLD-FILE.
           IF NOT HLD-FILE-NOT-FOUND
               IF NOT HLD-STATUS-OK
                   DISPLAY "ERROR OPENING HOLD-FILE"
                   DISPLAY "FILE STATUS : " WS-HLD-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF RELEASE-MODE AND HLD-FILE-NOT-FOUND
               DISPLAY "NO PAY HOLD FILE - NOTHING TO RELEASE"
               GOBACK
           END-IF.

               END-IF
           END-IF.

      * NO BANKPEND MEANS NO BANK CHANGE HAS EVER BEEN HELD.
           OPEN INPUT PEND-FILE.
           IF BPD-STATUS-OK
               MOVE "Y" TO WS-BPD-OPEN
           END-IF.

           OPEN OUTPUT DEPOSIT-FILE.
           IF NOT DEP-STATUS-OK
               DISPLAY "ERROR OPENING DEPOSIT-FILE"
               GOBACK
           END-IF.

           IF NOT RELEASE-MODE
               OPEN OUTPUT CHECK-FILE
               IF NOT CHK-STATUS-OK
                   DISPLAY "ERROR OPENING CHECK-FILE"
                   DISPLAY "FILE STATUS : " WS-CHK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           MOVE SPACES TO DEPOSIT-REC.
           MOVE "H" TO DEP-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO DEP-HDR-DATE.
               SLIP-NET-WHOLE + (SLIP-NET-DEC / 100).
           ADD WS-SLIP-NET TO WS-SLIP-NET-TOTAL.

      * AN EMPLOYEE STILL HELD FOR THIS PERIOD IS NOT PAID NOW.
           MOVE "N" TO WS-HLD-FOUND.
           IF NOT HLD-FILE-NOT-FOUND
               MOVE SLIP-EMPID TO HLD-EMPID
               MOVE WS-PERIOD TO HLD-PERIOD
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HLD-FOUND
               END-READ
           END-IF.
           IF HLD-FOUND AND HLD-HELD
               ADD 1 TO WS-HELD-COUNT
               ADD WS-SLIP-NET TO WS-HELD-TOTAL
               DISPLAY "PAY HELD FOR EMPID " SLIP-EMPID
                       " - AWAITING RELEASE"
               GO TO 2100-EXIT
           END-IF.

           MOVE "N" TO WS-BNK-FOUND.
           IF NOT BNK-FILE-NOT-FOUND
               MOVE SLIP-EMPID TO BNK-EMPID
                       MOVE "Y" TO WS-BNK-FOUND
               END-READ
           END-IF.
           MOVE SLIP-EMPID TO BPD-EMPID.
           PERFORM 2500-CHECK-PENDING THRU 2500-EXIT.

           EVALUATE TRUE
               WHEN PEND-BLOCK
                   PERFORM 2300-WRITE-CHECK-LINE THRU 2300-EXIT
               WHEN NOT BNK-FOUND
                   PERFORM 2300-WRITE-CHECK-LINE THRU 2300-EXIT
               WHEN BNK-PRENOTE-PENDING
                   PERFORM 2400-WRITE-PRENOTE THRU 2400-EXIT
                   PERFORM 2300-WRITE-CHECK-LINE THRU 2300-EXIT
               WHEN BNK-ACCOUNT-RETURNED
                   PERFORM 2300-WRITE-CHECK-LINE THRU 2300-EXIT
               WHEN OTHER
                   PERFORM 2200-WRITE-LIVE-DEPOSIT THRU 2200-EXIT
           END-EVALUATE.

      * A HOLD RELEASED BEFORE THE RUN IS PAID WITH THE SLIP.
           IF HLD-FOUND AND HLD-RELEASED
               IF BNK-FOUND AND BNK-ACCOUNT-LIVE AND NOT PEND-BLOCK
                   MOVE "D" TO HLD-PAID-BY
               ELSE
                   MOVE "C" TO HLD-PAID-BY
               END-IF
               PERFORM 3300-MARK-HOLD-PAID THRU 3300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

           MOVE SLIP-EMPID TO CHK-EMPID.
           MOVE SLIP-NAME TO CHK-NAME.
           MOVE WS-SLIP-NET TO CHK-AMOUNT.
           EVALUATE TRUE
               WHEN PEND-BLOCK
                   MOVE "BANK CHANGE AWAITING CALLBACK" TO CHK-REASON
               WHEN NOT BNK-FOUND
                   MOVE "NO BANK ACCOUNT - PAY BY CHECK" TO CHK-REASON
               WHEN BNK-ACCOUNT-RETURNED
                   MOVE "BANK RETURNED - PAY BY CHECK" TO CHK-REASON
               WHEN OTHER
                   MOVE "PRENOTE CYCLE - PAY BY CHECK" TO CHK-REASON
           END-EVALUATE.
           WRITE CHECK-LINE.
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-SLIP-NET TO WS-CHECK-TOTAL.
       2400-EXIT.
           EXIT.

      * A HELD CHANGE BLOCKS DEPOSIT ONLY WHERE THERE IS NO OLD
      * ACCOUNT TO FALL BACK ON, OR WHERE THE ACCOUNT ON FILE IS THE
      * UNVERIFIED ONE ITSELF.
       2500-CHECK-PENDING.
           MOVE "N" TO WS-PEND-BLOCK.
           IF NOT BPD-OPEN
               GO TO 2500-EXIT
           END-IF.
           READ PEND-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF NOT BPD-PENDING
               GO TO 2500-EXIT
           END-IF.
           IF NOT BNK-FOUND
               MOVE "Y" TO WS-PEND-BLOCK
           ELSE
               IF BNK-ROUTING = BPD-ROUTING
                  AND BNK-ACCOUNT = BPD-ACCOUNT
                   MOVE "Y" TO WS-PEND-BLOCK
               END-IF
           END-IF.
           IF PEND-BLOCK
               ADD 1 TO WS-PEND-CHQ-COUNT
               DISPLAY "BANK CHANGE AWAITING CALLBACK FOR EMPID "
                       BPD-EMPID " - PAY BY CHEQUE"
           END-IF.
       2500-EXIT.
           EXIT.

      * RELEASED HOLDS NOT YET PAID - FROM THIS PERIOD IN RELEASED
      * MODE, OR FROM ANY EARLIER PERIOD - ARE PAID FROM THE NET
      * CARRIED ON THE HOLD.
       3000-PAY-RELEASED-HOLDS.
           IF HLD-FILE-NOT-FOUND
               GO TO 3000-EXIT
           END-IF.
           MOVE LOW-VALUES TO HLD-KEY.
           START HOLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   GO TO 3000-EXIT
           END-START.
           PERFORM UNTIL HLD-FILE-END
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-HLD-FILE-END
                   NOT AT END
                       IF HLD-RELEASED
                           PERFORM 3100-PAY-ONE-HOLD THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-PAY-ONE-HOLD.
           MOVE "N" TO WS-BNK-FOUND.
           IF NOT BNK-FILE-NOT-FOUND
               MOVE HLD-EMPID TO BNK-EMPID
               READ BANK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BNK-FOUND
               END-READ
           END-IF.
           MOVE HLD-EMPID TO BPD-EMPID.
           PERFORM 2500-CHECK-PENDING THRU 2500-EXIT.

           IF BNK-FOUND AND BNK-ACCOUNT-LIVE AND NOT PEND-BLOCK
               MOVE SPACES TO DEPOSIT-REC
               MOVE "D" TO DEP-RECORD-TYPE
               MOVE HLD-EMPID TO DEP-EMPID
               MOVE BNK-ROUTING TO DEP-ROUTING
               MOVE BNK-ACCOUNT TO DEP-ACCOUNT
               MOVE BNK-ACCT-TYPE TO DEP-ACCT-TYPE
               MOVE " " TO DEP-PRENOTE
               MOVE HLD-CUR-NET TO DEP-AMOUNT
               WRITE DEPOSIT-REC
               ADD 1 TO WS-REL-DEP-COUNT
               ADD 1 TO WS-DETAIL-COUNT
               ADD HLD-CUR-NET TO WS-REL-DEP-TOTAL
               MOVE "D" TO HLD-PAID-BY
           ELSE
               PERFORM 3200-QUEUE-HOLD-CHEQUE THRU 3200-EXIT
               MOVE "C" TO HLD-PAID-BY
           END-IF.
           DISPLAY "RELEASED HOLD PAID FOR EMPID " HLD-EMPID
                   " PERIOD " HLD-PERIOD.
           PERFORM 3300-MARK-HOLD-PAID THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      * NO LIVE ACCOUNT - THE RELEASED PAY GOES ON THE CHEQUE QUEUE,
      * WHICH EMPCHQPRT PRINTS EVEN WHEN THE LIST IS ALREADY DONE.
       3200-QUEUE-HOLD-CHEQUE.
           IF NOT CHQQ-OPEN
               OPEN EXTEND CHQQ-FILE
               IF CHQQ-NOT-FOUND
                   OPEN OUTPUT CHQQ-FILE
               END-IF
               IF NOT CHQQ-STATUS-OK
                   DISPLAY "ERROR OPENING CHQQ-FILE"
                   DISPLAY "FILE STATUS : " WS-CHQQ-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO WS-CHQQ-OPEN
           END-IF.
           MOVE SPACES TO CHQQ-REC.
           MOVE HLD-EMPID TO CQ-EMPID.
           MOVE HLD-NAME TO CQ-NAME.
           MOVE HLD-CUR-NET TO CQ-AMOUNT.
           MOVE "HLD" TO CQ-SOURCE.
           MOVE HLD-HELD-DATE TO CQ-REF-DATE.
           EVALUATE TRUE
               WHEN HLD-FIRST-PAY
                   MOVE "FIRST PAY" TO CQ-REASON
               WHEN HLD-NOT-PAID-LAST
                   MOVE "NOT PAID LAST PERIOD" TO CQ-REASON
               WHEN OTHER
                   MOVE "PAY VARIANCE" TO CQ-REASON
           END-EVALUATE.
           WRITE CHQQ-REC.
           IF NOT CHQQ-STATUS-OK
               DISPLAY "ERROR WRITING CHQQ-FILE"
               DISPLAY "FILE STATUS : " WS-CHQQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-REL-CHQ-COUNT.
           ADD HLD-CUR-NET TO WS-REL-CHQ-TOTAL.
       3200-EXIT.
           EXIT.

       3300-MARK-HOLD-PAID.
           MOVE "P" TO HLD-STATUS.
           MOVE WS-BUSINESS-DATE TO HLD-PAID-DATE.
           REWRITE HOLD-REC.
           IF NOT HLD-STATUS-OK
               DISPLAY "ERROR MARKING HOLD PAID FOR EMPID: "
                       HLD-EMPID
               DISPLAY "FILE STATUS : " WS-HLD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       3300-EXIT.
           EXIT.

       9999-CLEANUP.
           MOVE SPACES TO DEPOSIT-REC.
           MOVE "T" TO DEP-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO DEP-TRL-COUNT.
           COMPUTE DEP-TRL-HASH = WS-LIVE-TOTAL + WS-REL-DEP-TOTAL.
           WRITE DEPOSIT-REC.

           IF NOT RELEASE-MODE
               MOVE SPACES TO CHECK-TOTAL-LINE
               MOVE "TOTAL" TO CHK-TRL-LABEL
               MOVE WS-CHECK-COUNT TO CHK-TRL-COUNT
               MOVE WS-CHECK-TOTAL TO CHK-TRL-AMOUNT
               MOVE WS-BUSINESS-DATE TO CHK-TRL-DATE
               WRITE CHECK-TOTAL-LINE
               CLOSE PAYSLIP-FILE
               CLOSE CHECK-FILE
           END-IF.

           IF NOT BNK-FILE-NOT-FOUND
               CLOSE BANK-FILE
           END-IF.
           IF NOT HLD-FILE-NOT-FOUND
               CLOSE HOLD-FILE
           END-IF.
           IF CHQQ-OPEN
               CLOSE CHQQ-FILE
           END-IF.
           IF BPD-OPEN
               CLOSE PEND-FILE
           END-IF.
           CLOSE DEPOSIT-FILE.

      * THE DEPOSIT HASH PLUS THE CHECK LIST PLUS THE HELD PAY MUST
      * ACCOUNT FOR EVERY CENT OF NET PAY THE PAYROLL RUN PRODUCED.
           IF NOT RELEASE-MODE
              AND WS-LIVE-TOTAL + WS-CHECK-TOTAL + WS-HELD-TOTAL
                   NOT = WS-SLIP-NET-TOTAL
               DISPLAY "DEPOSIT FILE DOES NOT BALANCE TO PAYSLIPS"
               DISPLAY "PAYSLIP NET : " WS-SLIP-NET-TOTAL
               DISPLAY "DEPOSITED   : " WS-LIVE-TOTAL
               DISPLAY "BY CHECK    : " WS-CHECK-TOTAL
               DISPLAY "HELD        : " WS-HELD-TOTAL
               MOVE "E" TO LOG-SEVERITY
               MOVE "DEPOSIT FILE OUT OF BALANCE" TO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
           STRING "DEPOSITS " WS-LIVE-COUNT
                  " PRENOTES " WS-PRENOTE-COUNT
                  " CHECKS " WS-CHECK-COUNT
                  " HELD " WS-HELD-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-REL-DEP-COUNT > ZERO OR WS-REL-CHQ-COUNT > ZERO
               MOVE SPACES TO LOG-TEXT
               STRING "RELEASED HOLDS PAID - DEPOSITS " WS-REL-DEP-COUNT
                      " CHEQUES " WS-REL-CHQ-COUNT
                   DELIMITED BY SIZE INTO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
           END-IF.
           IF RETURN-CODE = ZERO
              AND (WS-CHECK-COUNT > ZERO OR WS-HELD-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "LIVE DEPOSITS      : " WS-LIVE-COUNT.
           DISPLAY "PRENOTES SENT      : " WS-PRENOTE-COUNT.
           DISPLAY "PAY BY CHECK       : " WS-CHECK-COUNT.
           DISPLAY "AWAITING CALLBACK  : " WS-PEND-CHQ-COUNT.
           DISPLAY "DEPOSIT TOTAL      : " WS-LIVE-TOTAL.
           DISPLAY "PAYSLIP NET TOTAL  : " WS-SLIP-NET-TOTAL.
           DISPLAY "PAY HELD           : " WS-HELD-COUNT.
           DISPLAY "HELD TOTAL         : " WS-HELD-TOTAL.
           DISPLAY "RELEASED DEPOSITED : " WS-REL-DEP-COUNT.
           DISPLAY "RELEASED DEP TOTAL : " WS-REL-DEP-TOTAL.
           DISPLAY "RELEASED BY CHEQUE : " WS-REL-CHQ-COUNT.
           DISPLAY "RELEASED CHQ TOTAL : " WS-REL-CHQ-TOTAL.
       9999-EXIT.
           EXIT.
