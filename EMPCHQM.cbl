       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCHQM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * CHEQUE VOID AND REISSUE MAINTENANCE.
      *
      * A CHEQUE ON THE CHEQUE REGISTER (EMPCHQREG) IS NEVER
      * DELETED OR RENUMBERED - THAT WOULD LEAVE A HOLE IN THE
      * NUMBER SEQUENCE EMPCHQPRT PROVES. INSTEAD THIS PROGRAM
      * APPLIES ITS TRANSACTION FILE (EMPCHQT.DAT):
      *   V - VOID AN ISSUED CHEQUE (LOST, SPOILED IN THE PRINTER,
      *       STOPPED). IT STAYS ON THE REGISTER MARKED VOID WITH
      *       THE REASON.
      *   R - VOID AN ISSUED CHEQUE AND REISSUE IT. THE NEW CHEQUE
      *       TAKES THE NEXT NUMBER FROM THE CONTROLLED RANGE ON
      *       EMPCHQ.CTL, FOR THE SAME PAYEE AND AMOUNT, AND THE TWO
      *       REGISTER RECORDS POINT AT EACH OTHER.
      * VOIDS AND REISSUES GO TO THE BANK ON A POSITIVE-PAY FILE
      * (EMPCHQM.PPY) IN THE SAME LAYOUT AS EMPPOSPAY.DAT, WITH
      * ACTION V FOR A VOID AND I FOR A NEW ISSUE. REISSUED CHEQUES
      * PRINT TO EMPCHQM.PRT. REJECTS GO TO EMPCHQM.ERR WITH A
      * REASON.
      *
      * TRANSACTION LAYOUT (29 BYTES):
      *   ACTION X(1), CHEQUE NUMBER 9(8), REASON X(20)
      * THE FILE CARRIES THE SAME BATCH CONTROLS AS THE OTHER
      * TRANSACTION FEEDS: AN "H" HEADER (BATCH ID AND DATE), A "T"
      * TRAILER (DETAIL COUNT AND THE HASH TOTAL OF THE CHEQUE
      * NUMBERS), AND A BATCH ID NOT APPLIED BEFORE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CHQREG-FILE ASSIGN "EMPCHQREG"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-REG-FILE-STATUS
                       RECORD KEY CHQ-NUMBER.
        SELECT CHQCTL-FILE ASSIGN "EMPCHQ.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CTL-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "EMPCHQT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPCHQM.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
        SELECT PRINT-FILE ASSIGN "EMPCHQM.PRT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRT-FILE-STATUS.
        SELECT POSPAY-FILE ASSIGN "EMPCHQM.PPY"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PPY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD CHQREG-FILE
       RECORD 100.
       01 CHQREG-REC.
          05 CHQ-NUMBER        PIC 9(08).
          05 CHQ-EMPID         PIC 9(05).
          05 CHQ-PAYEE         PIC X(20).
          05 CHQ-AMOUNT        PIC 9(07)V99.
          05 CHQ-ISSUE-DATE    PIC 9(08).
          05 CHQ-STATUS        PIC X(01).
             88 CHQ-ISSUED     VALUE "I".
             88 CHQ-VOIDED     VALUE "V".
          05 CHQ-STATUS-DATE   PIC 9(08).
          05 CHQ-REPLACES      PIC 9(08).
          05 CHQ-REPLACED-BY   PIC 9(08).
          05 CHQ-VOID-REASON   PIC X(20).
          05 FILLER            PIC X(05).

       FD CHQCTL-FILE
       RECORD 32.
       01 CHQCTL-REC.
          05 CTL-RANGE-START   PIC 9(08).
          05 CTL-RANGE-END     PIC 9(08).
          05 CTL-NEXT-NUMBER   PIC 9(08).
          05 CTL-LAST-PRINT    PIC 9(08).
       01 CHQCTL-REC-X REDEFINES CHQCTL-REC.
          05 CTL-RANGE-X       PIC X(24).
          05 CTL-LAST-PRINT-X  PIC X(08).

       FD TRANS-FILE
       RECORD 29.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-CHEQUE        PIC 9(08).
          05 TRN-REASON        PIC X(20).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-CHEQUE-X      PIC X(08).
          05 FILLER            PIC X(20).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(12).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(13).
          05 FILLER            PIC X(10).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 ERR-CHEQUE        PIC X(08).
          05 FILLER            PIC X(02).
          05 ERR-REASON        PIC X(35).

       FD PRINT-FILE.
       01 PRINT-LINE           PIC X(100).

       FD POSPAY-FILE
       RECORD 49.
       01 POSPAY-REC.
          05 PPY-RECORD-TYPE   PIC X(01).
          05 PPY-CHEQUE        PIC 9(08).
          05 PPY-AMOUNT        PIC 9(09)V99.
          05 PPY-PAYEE         PIC X(20).
          05 PPY-ISSUE-DATE    PIC 9(08).
          05 PPY-ACTION        PIC X(01).
       01 POSPAY-HEADER REDEFINES POSPAY-REC.
          05 FILLER            PIC X(01).
          05 PPY-HDR-DATE      PIC 9(08).
          05 FILLER            PIC X(40).
       01 POSPAY-TRAILER REDEFINES POSPAY-REC.
          05 FILLER            PIC X(01).
          05 PPY-TRL-COUNT     PIC 9(05).
          05 PPY-TRL-HASH      PIC 9(11)V99.
          05 FILLER            PIC X(30).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-REG-FILE-STATUS    PIC X(02) VALUE "00".
             88 REG-STATUS-OK      VALUE "00".
             88 REG-FILE-NOT-FOUND VALUE "35".
             88 REG-DUPLICATE-KEY  VALUE "22".
          05 WS-CTL-FILE-STATUS    PIC X(02) VALUE "00".
             88 CTL-STATUS-OK      VALUE "00".
             88 CTL-FILE-NOT-FOUND VALUE "35".
          05 WS-CTL-NOT-WRITTEN    PIC X(01) VALUE "N".
             88 CTL-NOT-WRITTEN    VALUE "Y".
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-PRT-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRT-STATUS-OK      VALUE "00".
          05 WS-PPY-FILE-STATUS    PIC X(02) VALUE "00".
             88 PPY-STATUS-OK      VALUE "00".
          05 WS-CHQ-FOUND          PIC X(01) VALUE "N".
             88 CHQ-FOUND          VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-VOID-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-REISSUE-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-PPY-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-PPY-HASH              PIC 9(11)V99 VALUE ZERO.
       01 WS-REASON                PIC X(35) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-BATCH-HASH            PIC 9(13) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-HASH          PIC 9(13) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-NEW-NUMBER            PIC 9(08) VALUE ZERO.
      * THE VOIDED CHEQUE, KEPT WHILE ITS REPLACEMENT IS WRITTEN.
       01 WS-OLD-CHEQUE.
          05 WS-OLD-NUMBER         PIC 9(08).
          05 WS-OLD-EMPID          PIC 9(05).
          05 WS-OLD-PAYEE          PIC X(20).
          05 WS-OLD-AMOUNT         PIC 9(07)V99.
       01 WS-PRT-PROTECTED         PIC ***,***,**9.99.
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
           OPEN I-O CHQREG-FILE.
           IF REG-FILE-NOT-FOUND
               DISPLAY "NO CHEQUE REGISTER - NOTHING TO VOID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT REG-STATUS-OK
               DISPLAY "ERROR OPENING CHQREG-FILE"
               DISPLAY "FILE STATUS : " WS-REG-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CHQCTL-FILE.
           IF NOT CTL-STATUS-OK
               DISPLAY "ERROR OPENING CHQCTL-FILE"
               DISPLAY "FILE STATUS : " WS-CTL-FILE-STATUS
               STOP RUN
           END-IF.
           READ CHQCTL-FILE
               AT END
                   MOVE SPACES TO CHQCTL-REC
           END-READ.
           CLOSE CHQCTL-FILE.
           IF CTL-RANGE-X NOT NUMERIC
               DISPLAY "EMPCHQ.CTL RANGE IS NOT NUMERIC"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CTL-LAST-PRINT-X NOT NUMERIC
               MOVE ZERO TO CTL-LAST-PRINT
           END-IF.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF NOT PRT-STATUS-OK
               DISPLAY "ERROR OPENING PRINT-FILE"
               DISPLAY "FILE STATUS : " WS-PRT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT POSPAY-FILE.
           IF NOT PPY-STATUS-OK
               DISPLAY "ERROR OPENING POSPAY-FILE"
               DISPLAY "FILE STATUS : " WS-PPY-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO POSPAY-REC.
           MOVE "H" TO PPY-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO PPY-HDR-DATE.
           WRITE POSPAY-REC.
       1000-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * AND CHEQUE NUMBER HASH BALANCING TO THE TRAILER, AND A BATCH
      * ID NOT APPLIED BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT
      * FILE IS REJECTED WHOLE BEFORE A SINGLE CHEQUE IS VOIDED.
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
                               IF TRN-CHEQUE-X NUMERIC
                                   ADD TRN-CHEQUE TO WS-BATCH-HASH
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
               DISPLAY "BATCH CHEQUE NUMBER HASH DOES NOT BALANCE - "
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
           IF TRN-ACTION NOT = "V" AND TRN-ACTION NOT = "R"
               MOVE "UNKNOWN ACTION CODE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-CHEQUE-X NOT NUMERIC OR TRN-CHEQUE = ZERO
               MOVE "CHEQUE NUMBER NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-REASON = SPACES
               MOVE "NO VOID REASON GIVEN" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-CHQ-FOUND.
           MOVE TRN-CHEQUE TO CHQ-NUMBER.
           READ CHQREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHQ-FOUND
           END-READ.
           IF NOT CHQ-FOUND
               MOVE "CHEQUE NOT ON REGISTER" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF NOT CHQ-ISSUED
               MOVE "CHEQUE ALREADY VOID" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF TRN-ACTION = "R" AND CTL-NEXT-NUMBER > CTL-RANGE-END
               MOVE "CHEQUE STOCK EXHAUSTED - LOAD RANGE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           PERFORM 3000-VOID-CHEQUE THRU 3000-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           IF TRN-ACTION = "R"
               PERFORM 4000-REISSUE-CHEQUE THRU 4000-EXIT
           END-IF.
           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRN-ACTION TO ERR-ACTION.
           MOVE TRN-CHEQUE-X TO ERR-CHEQUE.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-CHEQUE-X " - "
                   WS-REASON.
       2100-EXIT.
           EXIT.

      * THE CHEQUE STAYS ON THE REGISTER, MARKED VOID, AND THE BANK
      * IS TOLD NOT TO HONOUR IT.
       3000-VOID-CHEQUE.
           MOVE CHQ-NUMBER TO WS-OLD-NUMBER.
           MOVE CHQ-EMPID TO WS-OLD-EMPID.
           MOVE CHQ-PAYEE TO WS-OLD-PAYEE.
           MOVE CHQ-AMOUNT TO WS-OLD-AMOUNT.

           MOVE "V" TO CHQ-STATUS.
           MOVE WS-BUSINESS-DATE TO CHQ-STATUS-DATE.
           MOVE TRN-REASON TO CHQ-VOID-REASON.
           REWRITE CHQREG-REC.
           IF NOT REG-STATUS-OK
               MOVE "ERROR REWRITING REGISTER" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-VOID-COUNT.
           DISPLAY "CHEQUE VOIDED: " WS-OLD-NUMBER " " TRN-REASON.

           MOVE SPACES TO POSPAY-REC.
           MOVE "D" TO PPY-RECORD-TYPE.
           MOVE WS-OLD-NUMBER TO PPY-CHEQUE.
           MOVE WS-OLD-AMOUNT TO PPY-AMOUNT.
           MOVE WS-OLD-PAYEE TO PPY-PAYEE.
           MOVE CHQ-ISSUE-DATE TO PPY-ISSUE-DATE.
           MOVE "V" TO PPY-ACTION.
           WRITE POSPAY-REC.
           ADD 1 TO WS-PPY-COUNT.
           ADD WS-OLD-AMOUNT TO WS-PPY-HASH.
       3000-EXIT.
           EXIT.

      * THE REPLACEMENT TAKES THE NEXT NUMBER IN THE RANGE, SO THE
      * SEQUENCE STAYS COMPLETE, AND THE VOIDED CHEQUE IS LINKED TO
      * IT.
       4000-REISSUE-CHEQUE.
           MOVE CTL-NEXT-NUMBER TO WS-NEW-NUMBER.
           MOVE SPACES TO CHQREG-REC.
           MOVE WS-NEW-NUMBER TO CHQ-NUMBER.
           MOVE WS-OLD-EMPID TO CHQ-EMPID.
           MOVE WS-OLD-PAYEE TO CHQ-PAYEE.
           MOVE WS-OLD-AMOUNT TO CHQ-AMOUNT.
           MOVE WS-BUSINESS-DATE TO CHQ-ISSUE-DATE.
           MOVE "I" TO CHQ-STATUS.
           MOVE WS-BUSINESS-DATE TO CHQ-STATUS-DATE.
           MOVE WS-OLD-NUMBER TO CHQ-REPLACES.
           MOVE ZERO TO CHQ-REPLACED-BY.
           WRITE CHQREG-REC.
           IF REG-DUPLICATE-KEY
               DISPLAY "CHEQUE NUMBER " WS-NEW-NUMBER
                       " ALREADY ON THE REGISTER - CHECK EMPCHQ.CTL"
               MOVE "NEXT NUMBER ALREADY USED - VOID ONLY"
                   TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF NOT REG-STATUS-OK
               MOVE "ERROR WRITING REGISTER" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO CTL-NEXT-NUMBER.
           ADD 1 TO WS-REISSUE-COUNT.
           DISPLAY "CHEQUE " WS-OLD-NUMBER " REISSUED AS "
                   WS-NEW-NUMBER.

           MOVE WS-OLD-NUMBER TO CHQ-NUMBER.
           READ CHQREG-FILE
               INVALID KEY
                   MOVE "ERROR REREADING VOIDED CHEQUE" TO WS-REASON
                   GO TO 4000-EXIT
           END-READ.
           MOVE WS-NEW-NUMBER TO CHQ-REPLACED-BY.
           REWRITE CHQREG-REC.
           IF NOT REG-STATUS-OK
               MOVE "ERROR REWRITING REGISTER" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO POSPAY-REC.
           MOVE "D" TO PPY-RECORD-TYPE.
           MOVE WS-NEW-NUMBER TO PPY-CHEQUE.
           MOVE WS-OLD-AMOUNT TO PPY-AMOUNT.
           MOVE WS-OLD-PAYEE TO PPY-PAYEE.
           MOVE WS-BUSINESS-DATE TO PPY-ISSUE-DATE.
           MOVE "I" TO PPY-ACTION.
           WRITE POSPAY-REC.
           ADD 1 TO WS-PPY-COUNT.
           ADD WS-OLD-AMOUNT TO WS-PPY-HASH.

           PERFORM 4100-PRINT-CHEQUE-FORM THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      * SAME CHEQUE FORM AS EMPCHQPRT; THE STUB NAMES THE CHEQUE
      * THIS ONE REPLACES.
       4100-PRINT-CHEQUE-FORM.
           MOVE WS-OLD-AMOUNT TO WS-PRT-PROTECTED.
           MOVE SPACES TO PRINT-LINE.
           STRING "CHEQUE NO " WS-NEW-NUMBER
                  "                              DATE "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "PAY TO THE ORDER OF  " WS-OLD-PAYEE
                  "        " WS-PRT-PROTECTED
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "EMPLOYEE PAYROLL ACCOUNT"
                  "                  AUTHORIZED SIGNATURE"
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "- - - - - - - - - - - - - - - - - - - - - - - "
                  "- - - - - - - - - - - - - - - - - - - - - -"
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE SPACES TO PRINT-LINE.
           STRING "STUB  EMPID " WS-OLD-EMPID "  " WS-OLD-PAYEE
                  "  CHEQUE " WS-NEW-NUMBER
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "      REISSUE OF VOIDED CHEQUE " WS-OLD-NUMBER
                  " - " TRN-REASON
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "==============================================="
                  "==========================="
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
       4100-EXIT.
           EXIT.

       9999-CLEANUP.
           MOVE SPACES TO POSPAY-REC.
           MOVE "T" TO PPY-RECORD-TYPE.
           MOVE WS-PPY-COUNT TO PPY-TRL-COUNT.
           MOVE WS-PPY-HASH TO PPY-TRL-HASH.
           WRITE POSPAY-REC.

           CLOSE CHQREG-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.
           CLOSE PRINT-FILE.
           CLOSE POSPAY-FILE.

      * REISSUES MOVED THE NEXT NUMBER ON.
           IF WS-REISSUE-COUNT > ZERO
               OPEN OUTPUT CHQCTL-FILE
               IF CTL-STATUS-OK
                   WRITE CHQCTL-REC
                   CLOSE CHQCTL-FILE
               ELSE
                   DISPLAY "CANNOT REWRITE EMPCHQ.CTL - NEXT NUMBER "
                           "IS " CTL-NEXT-NUMBER
                   DISPLAY "FILE STATUS : " WS-CTL-FILE-STATUS
                   MOVE "Y" TO WS-CTL-NOT-WRITTEN
               END-IF
           END-IF.

      * THE BATCH IS NOW FULLY APPLIED - RECORD ITS ID SO A RE-SENT
      * COPY IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

      * SET AFTER THE CALL - BATCHREG RESETS RETURN-CODE.
           IF CTL-NOT-WRITTEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "CHEQUES VOIDED     : " WS-VOID-COUNT.
           DISPLAY "CHEQUES REISSUED   : " WS-REISSUE-COUNT.
           DISPLAY "NEXT CHEQUE NUMBER : " CTL-NEXT-NUMBER.
           DISPLAY "REJECTED           : " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
