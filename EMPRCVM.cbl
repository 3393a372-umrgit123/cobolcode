       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRCVM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * EMPLOYEE RECEIVABLES LEDGER MAINTENANCE.
      *
      * MONEY AN EMPLOYEE OWES THE COMPANY - A STAFF LOAN, A SALARY
      * ADVANCE, OR AN OVERPAYMENT FOUND AFTER THE EVENT - LIVES ON
      * THE INDEXED LEDGER EMPRECV, KEYED BY EMPID, TYPE AND A
      * SEQUENCE NUMBER SO ONE EMPLOYEE CAN OWE MORE THAN ONE LOAN.
      * EACH ITEM HOLDS THE ORIGINAL AMOUNT, THE MONTHLY INSTALMENT
      * AND THE OUTSTANDING BALANCE. EMPPAYRUN TAKES THE INSTALMENT
      * FROM PAY AHEAD OF THE VOLUNTARY ELECTIONS AND DRAWS THE
      * BALANCE DOWN. THIS PROGRAM APPLIES ITS TRANSACTION FILE
      * (EMPRCVT.DAT):
      *   I - OPEN A NEW ITEM (BALANCE = ORIGINAL AMOUNT). A LOAN
      *       OR ADVANCE NEEDS AN EMPLOYEE STILL ON THE BOOKS; AN
      *       OVERPAYMENT MAY BE RAISED AGAINST A LEAVER, AND THEN
      *       OPENS AN RCV ITEM ON THE CLEARANCE CHECKLIST
      *   U - CHANGE THE MONTHLY INSTALMENT
      *   P - A REPAYMENT RECEIVED OUTSIDE PAYROLL (CHEQUE, CASH)
      *       OR A WRITE-OFF, REDUCING THE BALANCE
      *   D - REMOVE AN ITEM KEYED IN ERROR (NOTHING RECOVERED YET)
      * TYPE LON = STAFF LOAN, ADV = SALARY ADVANCE, OVP =
      * OVERPAYMENT. WHEN A LEAVER'S LAST OPEN BALANCE REACHES ZERO
      * HERE, THE RCV CLEARANCE ITEM CLOSES ITSELF.
      * REJECTS GO TO EMPRCVM.ERR WITH A REASON.
      *
      * TRANSACTION LAYOUT (28 BYTES):
      *   ACTION X(1), EMPID 9(5), TYPE X(3), SEQUENCE 9(2),
      *   AMOUNT 9(7)V99 (ORIGINAL AMOUNT ON I, AMOUNT REPAID ON
      *   P, ZERO OTHERWISE), INSTALMENT 9(6)V99 (ON I AND U)
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT AND THE HASH TOTAL OF THE AMOUNTS),
      * AND A BATCH ID NOT APPLIED BEFORE.
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
        SELECT RECV-FILE ASSIGN "EMPRECV"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-RCV-FILE-STATUS
                       RECORD KEY RCV-KEY.
        SELECT TRMCLR-FILE ASSIGN "TRMCLR"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-CLR-FILE-STATUS
                       RECORD KEY CLR-KEY.
        SELECT TRANS-FILE ASSIGN "EMPRCVT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPRCVM.ERR"
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

      * ONE RECORD PER RECEIVABLE. THE LAST-RECOVERED DATE IS THE
      * BUSINESS DATE OF THE LAST PAY RUN OR REPAYMENT THAT MOVED
      * THE BALANCE.
       FD RECV-FILE
       RECORD 60.
       01 RECV-REC.
          05 RCV-KEY.
             10 RCV-EMPID      PIC 9(05).
             10 RCV-TYPE       PIC X(03).
                88 RCV-TYPE-VALID VALUE "LON" "ADV" "OVP".
             10 RCV-SEQ        PIC 9(02).
          05 RCV-ORIG-AMOUNT   PIC 9(07)V99.
          05 RCV-INSTALMENT    PIC 9(06)V99.
          05 RCV-BALANCE       PIC 9(07)V99.
          05 RCV-OPEN-DATE     PIC 9(08).
          05 RCV-LAST-DATE     PIC 9(08).
          05 FILLER            PIC X(08).

      * THE TERMINATION CLEARANCE CHECKLIST EMPSTATUS AND INDXDEUP
      * OPEN FOR EVERY LEAVER.
       FD TRMCLR-FILE
       RECORD 30.
       01 TRMCLR-REC.
          05 CLR-KEY.
             10 CLR-EMPID      PIC 9(05).
             10 CLR-ITEM       PIC X(03).
          05 CLR-OPENED        PIC 9(08).
          05 CLR-DONE          PIC X(01).
          05 FILLER            PIC X(13).

       FD TRANS-FILE
       RECORD 28.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-TYPE          PIC X(03).
             88 TRN-TYPE-VALID VALUE "LON" "ADV" "OVP".
          05 TRN-SEQ           PIC 9(02).
          05 TRN-AMOUNT        PIC 9(07)V99.
          05 TRN-INSTALMENT    PIC 9(06)V99.
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 FILLER            PIC X(03).
          05 TRN-SEQ-X         PIC X(02).
          05 TRN-AMOUNT-X      PIC X(09).
          05 TRN-INSTALMENT-X  PIC X(08).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(11).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09)V99.
          05 FILLER            PIC X(11).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-EMPID         PIC X(05).
          05 FILLER            PIC X(01).
          05 ERR-TYPE          PIC X(03).
          05 ERR-SEQ           PIC X(02).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-RCV-FILE-STATUS    PIC X(02) VALUE "00".
             88 RCV-STATUS-OK      VALUE "00".
             88 RCV-FILE-NOT-FOUND VALUE "35".
          05 WS-RCV-BROWSE-END     PIC X(01) VALUE "N".
             88 RCV-BROWSE-END     VALUE "Y".
          05 WS-CLR-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLR-STATUS-OK      VALUE "00".
             88 CLR-FILE-NOT-FOUND VALUE "35".
             88 CLR-DUPLICATE-KEY  VALUE "22".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-RCV-FOUND          PIC X(01) VALUE "N".
             88 RCV-FOUND          VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-UPDATE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REPAY-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-DELETE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-CLR-OPEN-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-CLR-CLOSE-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-REASON                PIC X(35) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-BATCH-HASH            PIC 9(09)V99 VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-HASH          PIC 9(09)V99 VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-EMP-OUTSTANDING       PIC 9(09)V99 VALUE ZERO.
       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).

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

           OPEN I-O RECV-FILE.
           IF RCV-FILE-NOT-FOUND
               OPEN OUTPUT RECV-FILE
               CLOSE RECV-FILE
               OPEN I-O RECV-FILE
           END-IF.
           IF NOT RCV-STATUS-OK
               DISPLAY "ERROR OPENING RECV-FILE"
               DISPLAY "FILE STATUS : " WS-RCV-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TRMCLR-FILE.
           IF CLR-FILE-NOT-FOUND
               OPEN OUTPUT TRMCLR-FILE
               CLOSE TRMCLR-FILE
               OPEN I-O TRMCLR-FILE
           END-IF.
           IF NOT CLR-STATUS-OK
               DISPLAY "ERROR OPENING TRMCLR-FILE"
               DISPLAY "FILE STATUS : " WS-CLR-FILE-STATUS
               STOP RUN
           END-IF.

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

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * AND AMOUNT HASH BALANCING TO THE TRAILER, AND A BATCH ID
      * NOT APPLIED BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT
      * FILE IS REJECTED WHOLE BEFORE A SINGLE BALANCE CHANGES.
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
                               MOVE TB-TRL-HASH TO WS-TRAILER-HASH
                           WHEN OTHER
                               ADD 1 TO WS-BATCH-DETAILS
                               IF TRN-AMOUNT-X NUMERIC
                                   ADD TRN-AMOUNT TO WS-BATCH-HASH
                               END-IF
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
           IF WS-BATCH-HASH NOT = WS-TRAILER-HASH
               DISPLAY "BATCH AMOUNT HASH DOES NOT BALANCE - "
                       "REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-HASH
               DISPLAY "COUNTED : " WS-BATCH-HASH
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
                   AND TRN-ACTION NOT = "P" AND TRN-ACTION NOT = "D"
               MOVE "UNKNOWN ACTION CODE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF NOT TRN-TYPE-VALID
               MOVE "TYPE NOT LON, ADV OR OVP" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-SEQ-X NOT NUMERIC
               MOVE "SEQUENCE NOT NUMERIC" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-AMOUNT-X NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-INSTALMENT-X NOT NUMERIC
               MOVE "INSTALMENT NOT NUMERIC" TO WS-REASON
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

           MOVE "N" TO WS-RCV-FOUND.
           MOVE TRN-EMPID TO RCV-EMPID.
           MOVE TRN-TYPE TO RCV-TYPE.
           MOVE TRN-SEQ TO RCV-SEQ.
           READ RECV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RCV-FOUND
           END-READ.

           EVALUATE TRN-ACTION
               WHEN "I"
                   PERFORM 3000-OPEN-ITEM THRU 3000-EXIT
               WHEN "U"
                   PERFORM 4000-CHANGE-INSTALMENT THRU 4000-EXIT
               WHEN "P"
                   PERFORM 4500-APPLY-REPAYMENT THRU 4500-EXIT
               WHEN "D"
                   PERFORM 5000-REMOVE-ITEM THRU 5000-EXIT
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
           MOVE TRN-TYPE TO ERR-TYPE.
           MOVE TRN-SEQ-X TO ERR-SEQ.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-EMPID-X " "
                   TRN-TYPE TRN-SEQ-X " - " WS-REASON.
       2100-EXIT.
           EXIT.

      * A NEW ITEM STARTS WITH ITS WHOLE AMOUNT OUTSTANDING. A LOAN
      * OR ADVANCE IS ONLY GIVEN TO SOMEONE STILL ON THE BOOKS; AN
      * OVERPAYMENT IS OFTEN FOUND AFTER THE LEAVER HAS GONE, AND
      * THEN PUTS THE LEAVER BACK ON THE CLEARANCE CHECKLIST.
       3000-OPEN-ITEM.
           IF RCV-FOUND
               MOVE "ITEM ALREADY ON LEDGER" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-AMOUNT = ZERO
               MOVE "AMOUNT IS ZERO" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-INSTALMENT = ZERO
               MOVE "INSTALMENT IS ZERO" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-INSTALMENT > TRN-AMOUNT
               MOVE "INSTALMENT EXCEEDS AMOUNT" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF EMP-TERMINATED AND TRN-TYPE NOT = "OVP"
               MOVE "EMPLOYEE IS TERMINATED" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES          TO RECV-REC.
           MOVE TRN-EMPID       TO RCV-EMPID.
           MOVE TRN-TYPE        TO RCV-TYPE.
           MOVE TRN-SEQ         TO RCV-SEQ.
           MOVE TRN-AMOUNT      TO RCV-ORIG-AMOUNT.
           MOVE TRN-INSTALMENT  TO RCV-INSTALMENT.
           MOVE TRN-AMOUNT      TO RCV-BALANCE.
           MOVE WS-BUSINESS-DATE TO RCV-OPEN-DATE.
           MOVE ZERO            TO RCV-LAST-DATE.
           WRITE RECV-REC.
           IF NOT RCV-STATUS-OK
               MOVE "ERROR WRITING LEDGER ITEM" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-ADD-COUNT.
           DISPLAY "RECEIVABLE OPENED: " RCV-EMPID " " RCV-TYPE
                   RCV-SEQ.
           IF EMP-TERMINATED
               PERFORM 6000-OPEN-RCV-ITEM THRU 6000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       4000-CHANGE-INSTALMENT.
           IF NOT RCV-FOUND
               MOVE "ITEM NOT ON LEDGER - USE I" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF TRN-INSTALMENT = ZERO
               MOVE "INSTALMENT IS ZERO" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE TRN-INSTALMENT TO RCV-INSTALMENT.
           REWRITE RECV-REC.
           IF NOT RCV-STATUS-OK
               MOVE "ERROR REWRITING LEDGER ITEM" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-UPDATE-COUNT.
           DISPLAY "INSTALMENT CHANGED: " RCV-EMPID " " RCV-TYPE
                   RCV-SEQ.
       4000-EXIT.
           EXIT.

      * MONEY RECEIVED OUTSIDE PAYROLL, OR WRITTEN OFF, COMES OFF
      * THE BALANCE. IT CANNOT TAKE THE BALANCE BELOW ZERO.
       4500-APPLY-REPAYMENT.
           IF NOT RCV-FOUND
               MOVE "ITEM NOT ON LEDGER" TO WS-REASON
               GO TO 4500-EXIT
           END-IF.
           IF TRN-AMOUNT = ZERO
               MOVE "AMOUNT IS ZERO" TO WS-REASON
               GO TO 4500-EXIT
           END-IF.
           IF TRN-AMOUNT > RCV-BALANCE
               MOVE "REPAYMENT EXCEEDS BALANCE" TO WS-REASON
               GO TO 4500-EXIT
           END-IF.
           SUBTRACT TRN-AMOUNT FROM RCV-BALANCE.
           MOVE WS-BUSINESS-DATE TO RCV-LAST-DATE.
           REWRITE RECV-REC.
           IF NOT RCV-STATUS-OK
               MOVE "ERROR REWRITING LEDGER ITEM" TO WS-REASON
               GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WS-REPAY-COUNT.
           DISPLAY "REPAYMENT APPLIED: " RCV-EMPID " " RCV-TYPE
                   RCV-SEQ " BALANCE " RCV-BALANCE.
           IF RCV-BALANCE = ZERO
               PERFORM 6100-CLOSE-RCV-ITEM THRU 6100-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      * ONLY AN ITEM NOTHING HAS BEEN RECOVERED AGAINST MAY BE
      * REMOVED - ONCE MONEY HAS MOVED, THE HISTORY STAYS AND THE
      * BALANCE IS CLEARED WITH A P TRANSACTION INSTEAD.
       5000-REMOVE-ITEM.
           IF NOT RCV-FOUND
               MOVE "ITEM NOT ON LEDGER" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           IF RCV-BALANCE NOT = RCV-ORIG-AMOUNT
               MOVE "RECOVERIES TAKEN - USE P" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           DELETE RECV-FILE
               INVALID KEY
                   MOVE "ERROR DELETING LEDGER ITEM" TO WS-REASON
           END-DELETE.
           IF WS-REASON NOT = SPACES
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-DELETE-COUNT.
           DISPLAY "RECEIVABLE REMOVED: " TRN-EMPID " " TRN-TYPE
                   TRN-SEQ.
           PERFORM 6100-CLOSE-RCV-ITEM THRU 6100-EXIT.
       5000-EXIT.
           EXIT.

      * A LEAVER WHO OWES MONEY GETS AN RCV ITEM ON THE CLEARANCE
      * CHECKLIST. ONE ALREADY THERE IS REOPENED IF IT HAD CLOSED.
       6000-OPEN-RCV-ITEM.
           MOVE TRN-EMPID TO CLR-EMPID.
           MOVE "RCV" TO CLR-ITEM.
           READ TRMCLR-FILE
               INVALID KEY
                   MOVE WS-BUSINESS-DATE TO CLR-OPENED
                   MOVE "N" TO CLR-DONE
                   WRITE TRMCLR-REC
                   IF NOT CLR-STATUS-OK
                       DISPLAY "ERROR WRITING TRMCLR-FILE"
                       DISPLAY "FILE STATUS : " WS-CLR-FILE-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CLR-OPEN-COUNT
                   GO TO 6000-EXIT
           END-READ.
           IF CLR-DONE NOT = "Y"
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-BUSINESS-DATE TO CLR-OPENED.
           MOVE "N" TO CLR-DONE.
           REWRITE TRMCLR-REC.
           IF NOT CLR-STATUS-OK
               DISPLAY "ERROR REWRITING TRMCLR-FILE"
               DISPLAY "FILE STATUS : " WS-CLR-FILE-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-CLR-OPEN-COUNT.
       6000-EXIT.
           EXIT.

      * WHEN NOTHING IS LEFT OWING ON ANY OF THE EMPLOYEE'S ITEMS,
      * AN OPEN RCV CLEARANCE ITEM CLOSES ITSELF.
       6100-CLOSE-RCV-ITEM.
           PERFORM 6200-SUM-OUTSTANDING THRU 6200-EXIT.
           IF WS-EMP-OUTSTANDING > ZERO
               GO TO 6100-EXIT
           END-IF.
           MOVE TRN-EMPID TO CLR-EMPID.
           MOVE "RCV" TO CLR-ITEM.
           READ TRMCLR-FILE
               INVALID KEY
                   GO TO 6100-EXIT
           END-READ.
           IF CLR-DONE = "Y"
               GO TO 6100-EXIT
           END-IF.
           MOVE "Y" TO CLR-DONE.
           REWRITE TRMCLR-REC.
           IF NOT CLR-STATUS-OK
               DISPLAY "ERROR REWRITING TRMCLR-FILE"
               DISPLAY "FILE STATUS : " WS-CLR-FILE-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-CLR-CLOSE-COUNT.
       6100-EXIT.
           EXIT.

       6200-SUM-OUTSTANDING.
           MOVE ZERO TO WS-EMP-OUTSTANDING.
           MOVE "N" TO WS-RCV-BROWSE-END.
           MOVE TRN-EMPID TO RCV-EMPID.
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
                       IF RCV-EMPID NOT = TRN-EMPID
                           MOVE "Y" TO WS-RCV-BROWSE-END
                       ELSE
                           ADD RCV-BALANCE TO WS-EMP-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM.
       6200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE RECV-FILE.
           CLOSE TRMCLR-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           IF RETURN-CODE = ZERO AND WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "ITEMS OPENED        : " WS-ADD-COUNT.
           DISPLAY "INSTALMENTS CHANGED : " WS-UPDATE-COUNT.
           DISPLAY "REPAYMENTS APPLIED  : " WS-REPAY-COUNT.
           DISPLAY "ITEMS REMOVED       : " WS-DELETE-COUNT.
           DISPLAY "CLEARANCE OPENED    : " WS-CLR-OPEN-COUNT.
           DISPLAY "CLEARANCE CLOSED    : " WS-CLR-CLOSE-COUNT.
           DISPLAY "REJECTED            : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
