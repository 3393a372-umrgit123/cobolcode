       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCHQPRT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * CHEQUE PRINT STEP. RUNS AFTER EMPPAYDEP.
      *
      * EVERY EMPLOYEE ON THE PAY-BY-CHECK LIST (EMPPAYDEP.CHK) IS
      * PAID BY A CHEQUE PRINTED HERE. CHEQUE NUMBERS COME FROM THE
      * CONTROLLED RANGE ON EMPCHQ.CTL - THE FIRST AND LAST NUMBER
      * OF THE CHEQUE STOCK LOADED IN THE PRINTER AND THE NEXT
      * NUMBER TO USE - SO NO NUMBER IS SKIPPED OR USED TWICE. THE
      * STUB CARRIES THE FIGURES FROM THE EMPLOYEE'S PAYSLIP LINE
      * ON EMPPAYSLP.DAT.
      *
      * EACH CHEQUE IS RECORDED ON THE INDEXED CHEQUE REGISTER
      * (EMPCHQREG, KEYED BY CHEQUE NUMBER) AND ON THE POSITIVE-PAY
      * ISSUE FILE FOR THE BANK'S FRAUD SCREENING:
      *   H  ISSUE DATE
      *   D  CHEQUE NUMBER, AMOUNT, PAYEE, ISSUE DATE, I(SSUE)
      *   T  DETAIL COUNT AND AMOUNT HASH TOTAL
      * VOIDS AND REISSUES AFTER THE EVENT GO THROUGH EMPCHQM, WHICH
      * TAKES ITS NUMBERS FROM THE SAME RANGE.
      *
      * REPLACEMENT CHEQUES QUEUED ON EMPCHQQ.DAT - DEPOSITS THE BANK
      * RETURNED, QUEUED BY EMPDEPRTN, AND RELEASED PAY HOLDS WITH
      * NO LIVE ACCOUNT, QUEUED BY EMPPAYDEP - ARE PRINTED IN THE
      * SAME RUN AFTER THE LIST, EVEN ON A DAY WITH NO LIST TO
      * PRINT, WITH A STUB NAMING THE RETURNED DEPOSIT OR THE HELD
      * PERIOD. THE QUEUE IS EMPTIED ONCE EVERY CHEQUE ON IT HAS
      * BEEN PRINTED.
      *
      * THE CHEQUE REGISTER REPORT (EMPCHQREG.RPT) LISTS THE CHEQUES
      * ISSUED AND RECONCILES THEM TO THE COUNT AND PAY-BY-CHECK
      * TOTAL ON EMPPAYDEP'S BALANCING LINE, THEN PROVES THE NUMBER
      * SEQUENCE OF THE CURRENT STOCK RANGE HAS NO GAPS. EITHER
      * FAILING IS RC 8. A LIST ALREADY PRINTED (ITS DATE IS NOT
      * AFTER THE LAST PRINT DATE ON EMPCHQ.CTL) IS NOT PRINTED
      * AGAIN.
      *
      * OUTPUTS: EMPCHQPRT.DAT (CHEQUES AND STUBS), EMPPOSPAY.DAT,
      * EMPCHQREG.RPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CHECK-FILE ASSIGN "EMPPAYDEP.CHK"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CHK-FILE-STATUS.
        SELECT PAYSLIP-FILE ASSIGN "EMPPAYSLP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SLIP-FILE-STATUS.
        SELECT CHQCTL-FILE ASSIGN "EMPCHQ.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CTL-FILE-STATUS.
        SELECT CHQREG-FILE ASSIGN "EMPCHQREG"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-REG-FILE-STATUS
                       RECORD KEY CHQ-NUMBER.
        SELECT CHQQ-FILE ASSIGN "EMPCHQQ.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CHQQ-FILE-STATUS.
        SELECT PRINT-FILE ASSIGN "EMPCHQPRT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRT-FILE-STATUS.
        SELECT POSPAY-FILE ASSIGN "EMPPOSPAY.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PPY-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPCHQREG.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * THE PAY-BY-CHECK LIST AS EMPPAYDEP WRITES IT, ENDING WITH
      * ITS BALANCING LINE.
       FD CHECK-FILE.
       01 CHECK-LINE.
          05 CHK-EMPID         PIC 9(05).
          05 FILLER            PIC X(02).
          05 CHK-NAME          PIC X(20).
          05 FILLER            PIC X(02).
          05 CHK-AMOUNT        PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 CHK-REASON        PIC X(30).
       01 CHECK-LINE-X REDEFINES CHECK-LINE.
          05 CHK-EMPID-X       PIC X(05).
          05 FILLER            PIC X(24).
          05 CHK-AMOUNT-WHOLE  PIC 9(06).
          05 FILLER            PIC X(01).
          05 CHK-AMOUNT-DEC    PIC 9(02).
          05 FILLER            PIC X(32).
       01 CHECK-TOTAL-LINE REDEFINES CHECK-LINE.
          05 CHK-TRL-LABEL     PIC X(05).
          05 FILLER            PIC X(02).
          05 CHK-TRL-COUNT     PIC 9(05).
          05 FILLER            PIC X(02).
          05 CHK-TRL-AMOUNT    PIC 9(09).99.
          05 FILLER            PIC X(02).
          05 CHK-TRL-DATE      PIC 9(08).
          05 FILLER            PIC X(34).
       01 CHECK-TOTAL-LINE-X REDEFINES CHECK-LINE.
          05 FILLER            PIC X(14).
          05 CHK-TRL-WHOLE     PIC 9(09).
          05 FILLER            PIC X(01).
          05 CHK-TRL-DEC       PIC 9(02).
          05 FILLER            PIC X(44).

      * THE PAYSLIP LINE AS EMPPAYRUN WRITES IT. THE ITEMIZED
      * DEDUCTION DETAIL LINES UNDER EACH EMPLOYEE START WITH
      * SPACES, SO A NON-NUMERIC EMPID MARKS A LINE TO SKIP.
       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE.
          05 SLIP-EMPID        PIC 9(05).
          05 FILLER            PIC X(02).
          05 SLIP-NAME         PIC X(20).
          05 FILLER            PIC X(02).
          05 SLIP-DEPT         PIC 9(03).
          05 FILLER            PIC X(02).
          05 SLIP-GROSS        PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-TAX          PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-PENSION      PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-HEALTH       PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-VOLDED       PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-NET          PIC 9(06).99.
       01 PAYSLIP-LINE-X REDEFINES PAYSLIP-LINE.
          05 SLIP-EMPID-X      PIC X(05).
          05 FILLER            PIC X(84).
          05 SLIP-NET-WHOLE    PIC 9(06).
          05 FILLER            PIC X(01).
          05 SLIP-NET-DEC      PIC 9(02).

      * THE CHEQUE STOCK CONTROL RECORD. OPERATIONS SET THE RANGE
      * AND NEXT NUMBER WHEN NEW STOCK IS LOADED; THE PRINT AND
      * REISSUE PROGRAMS MOVE THE NEXT NUMBER ON.
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

      * ONE RECORD PER CHEQUE NUMBER USED. A VOIDED CHEQUE STAYS ON
      * THE REGISTER WITH ITS REASON AND THE NUMBER OF THE CHEQUE
      * THAT REPLACED IT, IF ANY.
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

      * REPLACEMENT CHEQUES WAITING TO BE PRINTED.
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

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-CHK-FILE-STATUS    PIC X(02) VALUE "00".
             88 CHK-STATUS-OK      VALUE "00".
          05 WS-CHK-FILE-END       PIC X(01) VALUE "N".
             88 CHK-FILE-END       VALUE "Y".
          05 WS-SLIP-FILE-STATUS   PIC X(02) VALUE "00".
             88 SLIP-STATUS-OK     VALUE "00".
          05 WS-SLIP-FILE-END      PIC X(01) VALUE "N".
             88 SLIP-FILE-END      VALUE "Y".
          05 WS-CTL-FILE-STATUS    PIC X(02) VALUE "00".
             88 CTL-STATUS-OK      VALUE "00".
             88 CTL-FILE-NOT-FOUND VALUE "35".
          05 WS-REG-FILE-STATUS    PIC X(02) VALUE "00".
             88 REG-STATUS-OK      VALUE "00".
             88 REG-FILE-NOT-FOUND VALUE "35".
             88 REG-DUPLICATE-KEY  VALUE "22".
          05 WS-REG-BROWSE-END     PIC X(01) VALUE "N".
             88 REG-BROWSE-END     VALUE "Y".
          05 WS-CHQQ-FILE-STATUS   PIC X(02) VALUE "00".
             88 CHQQ-STATUS-OK     VALUE "00".
             88 CHQQ-NOT-FOUND     VALUE "35".
          05 WS-CHQQ-FILE-END      PIC X(01) VALUE "N".
             88 CHQQ-FILE-END      VALUE "Y".
          05 WS-PRT-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRT-STATUS-OK      VALUE "00".
          05 WS-PPY-FILE-STATUS    PIC X(02) VALUE "00".
             88 PPY-STATUS-OK      VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-TOTAL-SEEN         PIC X(01) VALUE "N".
             88 TOTAL-SEEN         VALUE "Y".
          05 WS-SLIP-FOUND         PIC X(01) VALUE "N".
             88 SLIP-FOUND         VALUE "Y".
          05 WS-STOP-PRINT         PIC X(01) VALUE "N".
             88 STOP-PRINT         VALUE "Y".
          05 WS-SKIP-LIST          PIC X(01) VALUE "N".
             88 SKIP-LIST          VALUE "Y".
          05 WS-RUN-FAILED         PIC X(01) VALUE "N".
             88 RUN-FAILED         VALUE "Y".

       01 WS-COUNTS.
          05 WS-LIST-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-ISSUED-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-SEQ-ISSUED         PIC 9(05) VALUE ZERO.
          05 WS-SEQ-VOIDED         PIC 9(05) VALUE ZERO.
          05 WS-SEQ-MISSING        PIC 9(05) VALUE ZERO.
          05 WS-QUEUE-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-QUEUE-ISSUED       PIC 9(05) VALUE ZERO.
          05 WS-NUMBERS-NEEDED     PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-LIST-TOTAL         PIC 9(09)V99 VALUE ZERO.
          05 WS-LIST-TRL-TOTAL     PIC 9(09)V99 VALUE ZERO.
          05 WS-ISSUED-TOTAL       PIC 9(09)V99 VALUE ZERO.
          05 WS-DIFFERENCE         PIC S9(09)V99 VALUE ZERO.
          05 WS-QUEUE-TOTAL        PIC 9(09)V99 VALUE ZERO.
          05 WS-QUEUE-ISSUED-TOTAL PIC 9(09)V99 VALUE ZERO.

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-LIST-DATE             PIC 9(08) VALUE ZERO.
       01 WS-CHQ-AMOUNT            PIC 9(07)V99 VALUE ZERO.
       01 WS-SLIP-NET              PIC 9(07)V99 VALUE ZERO.
       01 WS-CHEQUE-NUMBER         PIC 9(08) VALUE ZERO.
       01 WS-NUMBERS-LEFT          PIC 9(08) VALUE ZERO.
       01 WS-EXPECT-NUMBER         PIC 9(08) VALUE ZERO.
       01 WS-LAST-USED             PIC 9(08) VALUE ZERO.
       01 WS-PAYEE-NAME            PIC X(20) VALUE SPACES.

       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-COUNT-2           PIC ZZZZ9.
       01 WS-PRT-AMOUNT-1          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-2          PIC ZZZ,ZZZ,ZZ9.99-.
      * CHEQUE-PROTECTED AMOUNT - THE ASTERISKS FILL THE SPACE SO
      * NOTHING CAN BE WRITTEN IN FRONT OF THE FIGURE.
       01 WS-PRT-PROTECTED         PIC ***,***,**9.99.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPCHQPR".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-PRINT-CHEQUES THRU 2000-EXIT.
           PERFORM 2500-PRINT-QUEUE THRU 2500-EXIT.
           PERFORM 3000-RECONCILE THRU 3000-EXIT.
           PERFORM 3500-CHECK-SEQUENCE THRU 3500-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           PERFORM 1100-PROVE-CHECK-LIST THRU 1100-EXIT.
           PERFORM 1200-COUNT-QUEUE THRU 1200-EXIT.
           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO CHEQUES TO PRINT FOR " WS-LIST-DATE
               MOVE "Y" TO WS-SKIP-LIST
               IF WS-QUEUE-COUNT = ZERO
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT CHQCTL-FILE.
           IF CTL-FILE-NOT-FOUND
               DISPLAY "NO CHEQUE NUMBER RANGE - LOAD EMPCHQ.CTL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT CTL-STATUS-OK
               DISPLAY "ERROR OPENING CHQCTL-FILE"
               DISPLAY "FILE STATUS : " WS-CTL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
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
           IF CTL-NEXT-NUMBER < CTL-RANGE-START
                   OR CTL-RANGE-END < CTL-RANGE-START
               DISPLAY "EMPCHQ.CTL NEXT NUMBER IS OUTSIDE THE RANGE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE SAME LIST IS NEVER PRINTED TWICE - A RERUN OF THE CHAIN,
      * OR A DAY EMPPAYDEP DID NOT RUN, FINDS THE LIST ALREADY DONE.
           IF NOT SKIP-LIST AND WS-LIST-DATE NOT > CTL-LAST-PRINT
               DISPLAY "CHEQUES FOR " WS-LIST-DATE
                       " ALREADY PRINTED"
               MOVE "Y" TO WS-SKIP-LIST
               IF WS-QUEUE-COUNT = ZERO
                   DISPLAY "NO REPLACEMENT CHEQUES - NOTHING TO DO"
                   GOBACK
               END-IF
           END-IF.

      * THE WHOLE LIST AND QUEUE MUST FIT ON THE STOCK IN THE
      * PRINTER BEFORE THE FIRST NUMBER IS USED.
           MOVE WS-QUEUE-COUNT TO WS-NUMBERS-NEEDED.
           IF NOT SKIP-LIST
               ADD WS-LIST-COUNT TO WS-NUMBERS-NEEDED
           END-IF.
           IF CTL-NEXT-NUMBER > CTL-RANGE-END
               MOVE ZERO TO WS-NUMBERS-LEFT
           ELSE
               COMPUTE WS-NUMBERS-LEFT =
                   CTL-RANGE-END - CTL-NEXT-NUMBER + 1
           END-IF.
           IF WS-NUMBERS-LEFT < WS-NUMBERS-NEEDED
               DISPLAY "NOT ENOUGH CHEQUE STOCK - LOAD A NEW RANGE"
               DISPLAY "CHEQUES NEEDED : " WS-NUMBERS-NEEDED
               DISPLAY "NUMBERS LEFT   : " WS-NUMBERS-LEFT
               MOVE "E" TO LOG-SEVERITY
               MOVE "CHEQUE STOCK RANGE EXHAUSTED" TO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CHQREG-FILE.
           IF REG-FILE-NOT-FOUND
               OPEN OUTPUT CHQREG-FILE
               CLOSE CHQREG-FILE
               OPEN I-O CHQREG-FILE
           END-IF.
           IF NOT REG-STATUS-OK
               DISPLAY "ERROR OPENING CHQREG-FILE"
               DISPLAY "FILE STATUS : " WS-REG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CHECK-FILE.
           IF NOT CHK-STATUS-OK
               DISPLAY "ERROR REOPENING CHECK-FILE"
               DISPLAY "FILE STATUS : " WS-CHK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-CHK-FILE-END.
           IF SKIP-LIST
               MOVE "Y" TO WS-CHK-FILE-END
           END-IF.

           OPEN INPUT PAYSLIP-FILE.
           IF NOT SLIP-STATUS-OK
               DISPLAY "ERROR OPENING PAYSLIP-FILE - "
                       "RUN EMPPAYRUN FIRST"
               DISPLAY "FILE STATUS : " WS-SLIP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF NOT PRT-STATUS-OK
               DISPLAY "ERROR OPENING PRINT-FILE"
               DISPLAY "FILE STATUS : " WS-PRT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT POSPAY-FILE.
           IF NOT PPY-STATUS-OK
               DISPLAY "ERROR OPENING POSPAY-FILE"
               DISPLAY "FILE STATUS : " WS-PPY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO POSPAY-REC.
           MOVE "H" TO PPY-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO PPY-HDR-DATE.
           WRITE POSPAY-REC.

           MOVE SPACES TO REPORT-LINE.
           STRING "CHEQUE REGISTER - CHEQUES ISSUED "
                  WS-BUSINESS-DATE " FOR PAY-BY-CHECK LIST "
                  WS-LIST-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CHEQUE EMPID PAYEE                       "
                  "   AMOUNT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      * A FIRST PASS OF THE PAY-BY-CHECK LIST PROVES IT IS WHOLE -
      * THE BALANCING LINE IS THERE AND ITS COUNT AND TOTAL AGREE
      * WITH THE LINES ABOVE IT - BEFORE ANY NUMBER IS USED.
       1100-PROVE-CHECK-LIST.
           OPEN INPUT CHECK-FILE.
           IF NOT CHK-STATUS-OK
               DISPLAY "ERROR OPENING CHECK-FILE - "
                       "RUN EMPPAYDEP FIRST"
               DISPLAY "FILE STATUS : " WS-CHK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL CHK-FILE-END
               READ CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-CHK-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CHK-TRL-LABEL = "TOTAL"
                               MOVE "Y" TO WS-TOTAL-SEEN
                               MOVE CHK-TRL-DATE TO WS-LIST-DATE
                               COMPUTE WS-LIST-TRL-TOTAL =
                                   CHK-TRL-WHOLE + (CHK-TRL-DEC / 100)
                               IF CHK-TRL-COUNT NOT = WS-LIST-COUNT
                                   DISPLAY "PAY-BY-CHECK LIST COUNT "
                                           "DOES NOT AGREE"
                                   DISPLAY "BALANCING LINE : "
                                           CHK-TRL-COUNT
                                   DISPLAY "COUNTED        : "
                                           WS-LIST-COUNT
                                   MOVE 8 TO RETURN-CODE
                                   GOBACK
                               END-IF
                           WHEN CHK-EMPID-X NUMERIC
                               ADD 1 TO WS-LIST-COUNT
                               COMPUTE WS-CHQ-AMOUNT =
                                   CHK-AMOUNT-WHOLE
                                   + (CHK-AMOUNT-DEC / 100)
                               ADD WS-CHQ-AMOUNT TO WS-LIST-TOTAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CHECK-FILE.

           IF NOT TOTAL-SEEN
               DISPLAY "PAY-BY-CHECK LIST HAS NO BALANCING LINE - "
                       "RERUN EMPPAYDEP"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-LIST-TOTAL NOT = WS-LIST-TRL-TOTAL
               DISPLAY "PAY-BY-CHECK LIST TOTAL DOES NOT AGREE"
               DISPLAY "BALANCING LINE : " WS-LIST-TRL-TOTAL
               DISPLAY "COUNTED        : " WS-LIST-TOTAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1100-EXIT.
           EXIT.

      * THE REPLACEMENT QUEUE IS COUNTED UP FRONT SO ITS CHEQUES
      * ARE ALLOWED FOR IN THE STOCK CHECK. NO QUEUE FILE MEANS
      * NOTHING QUEUED.
       1200-COUNT-QUEUE.
           OPEN INPUT CHQQ-FILE.
           IF CHQQ-NOT-FOUND
               GO TO 1200-EXIT
           END-IF.
           IF NOT CHQQ-STATUS-OK
               DISPLAY "ERROR OPENING CHQQ-FILE"
               DISPLAY "FILE STATUS : " WS-CHQQ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL CHQQ-FILE-END
               READ CHQQ-FILE
                   AT END
                       MOVE "Y" TO WS-CHQQ-FILE-END
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
                       ADD CQ-AMOUNT TO WS-QUEUE-TOTAL
               END-READ
           END-PERFORM.
           CLOSE CHQQ-FILE.
       1200-EXIT.
           EXIT.

       2000-PRINT-CHEQUES.
           PERFORM UNTIL CHK-FILE-END OR STOP-PRINT
               READ CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-CHK-FILE-END
                   NOT AT END
                       IF CHK-EMPID-X NUMERIC
                           PERFORM 2100-PRINT-ONE-CHEQUE
                               THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * THE LIST AND THE PAYSLIPS ARE BOTH IN EMPID ORDER, SO THE
      * STUB FIGURES ARE FOUND BY READING THE PAYSLIPS FORWARD. A
      * CHEQUE WHOSE PAYSLIP IS MISSING OR DISAGREES IS NOT PRINTED
      * AND SHOWS UP IN THE RECONCILIATION.
       2100-PRINT-ONE-CHEQUE.
           COMPUTE WS-CHQ-AMOUNT =
               CHK-AMOUNT-WHOLE + (CHK-AMOUNT-DEC / 100).
           PERFORM 2200-FIND-PAYSLIP THRU 2200-EXIT.
           IF NOT SLIP-FOUND
               DISPLAY "NO PAYSLIP FOR EMPID " CHK-EMPID
                       " - CHEQUE NOT PRINTED"
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 2100-EXIT
           END-IF.
           IF WS-SLIP-NET NOT = WS-CHQ-AMOUNT
               DISPLAY "PAYSLIP NET DIFFERS FOR EMPID " CHK-EMPID
                       " - CHEQUE NOT PRINTED"
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 2100-EXIT
           END-IF.

           MOVE CTL-NEXT-NUMBER TO WS-CHEQUE-NUMBER.
           MOVE SPACES TO CHQREG-REC.
           MOVE WS-CHEQUE-NUMBER TO CHQ-NUMBER.
           MOVE CHK-EMPID TO CHQ-EMPID.
           MOVE CHK-NAME TO CHQ-PAYEE.
           MOVE WS-CHQ-AMOUNT TO CHQ-AMOUNT.
           MOVE WS-BUSINESS-DATE TO CHQ-ISSUE-DATE.
           MOVE "I" TO CHQ-STATUS.
           MOVE WS-BUSINESS-DATE TO CHQ-STATUS-DATE.
           MOVE ZERO TO CHQ-REPLACES.
           MOVE ZERO TO CHQ-REPLACED-BY.
           WRITE CHQREG-REC.
           IF REG-DUPLICATE-KEY
               DISPLAY "CHEQUE NUMBER " WS-CHEQUE-NUMBER
                       " ALREADY ON THE REGISTER - CHECK EMPCHQ.CTL"
               MOVE "Y" TO WS-STOP-PRINT
               MOVE "Y" TO WS-RUN-FAILED
               GO TO 2100-EXIT
           END-IF.
           IF NOT REG-STATUS-OK
               DISPLAY "ERROR WRITING CHQREG-FILE"
               DISPLAY "FILE STATUS : " WS-REG-FILE-STATUS
               MOVE "Y" TO WS-STOP-PRINT
               MOVE "Y" TO WS-RUN-FAILED
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO CTL-NEXT-NUMBER.

           MOVE CHK-NAME TO WS-PAYEE-NAME.
           PERFORM 2300-PRINT-CHEQUE-FORM THRU 2300-EXIT.
           PERFORM 2310-PRINT-PAY-STUB THRU 2310-EXIT.

           MOVE SPACES TO POSPAY-REC.
           MOVE "D" TO PPY-RECORD-TYPE.
           MOVE WS-CHEQUE-NUMBER TO PPY-CHEQUE.
           MOVE WS-CHQ-AMOUNT TO PPY-AMOUNT.
           MOVE CHK-NAME TO PPY-PAYEE.
           MOVE WS-BUSINESS-DATE TO PPY-ISSUE-DATE.
           MOVE "I" TO PPY-ACTION.
           WRITE POSPAY-REC.

           MOVE WS-CHQ-AMOUNT TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CHEQUE-NUMBER " " CHK-EMPID " " CHK-NAME
                  "       " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD 1 TO WS-ISSUED-COUNT.
           ADD WS-CHQ-AMOUNT TO WS-ISSUED-TOTAL.
       2100-EXIT.
           EXIT.

       2200-FIND-PAYSLIP.
           MOVE "N" TO WS-SLIP-FOUND.
           PERFORM UNTIL SLIP-FILE-END OR SLIP-FOUND
               READ PAYSLIP-FILE
                   AT END
                       MOVE "Y" TO WS-SLIP-FILE-END
                   NOT AT END
                       IF SLIP-EMPID-X NUMERIC
                           IF SLIP-EMPID = CHK-EMPID
                               MOVE "Y" TO WS-SLIP-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF SLIP-FOUND
               COMPUTE WS-SLIP-NET =
                   SLIP-NET-WHOLE + (SLIP-NET-DEC / 100)
           END-IF.
       2200-EXIT.
           EXIT.

      * ONE CHEQUE FORM: THE CHEQUE ITSELF AND A TEAR LINE, THEN
      * THE STUB - PAYSLIP FIGURES OR THE RETURNED DEPOSIT.
       2300-PRINT-CHEQUE-FORM.
           MOVE WS-CHQ-AMOUNT TO WS-PRT-PROTECTED.
           MOVE SPACES TO PRINT-LINE.
           STRING "CHEQUE NO " WS-CHEQUE-NUMBER
                  "                              DATE "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "PAY TO THE ORDER OF  " WS-PAYEE-NAME
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
       2300-EXIT.
           EXIT.

       2310-PRINT-PAY-STUB.
           MOVE SPACES TO PRINT-LINE.
           STRING "STUB  EMPID " SLIP-EMPID "  " SLIP-NAME
                  "  DEPT " SLIP-DEPT "  CHEQUE " WS-CHEQUE-NUMBER
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "          GROSS        TAX    PENSION     HEALTH"
                  "    VOL DED        NET"
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "      " SLIP-GROSS "  " SLIP-TAX "  "
                  SLIP-PENSION "  " SLIP-HEALTH "  " SLIP-VOLDED
                  "  " SLIP-NET
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "==============================================="
                  "==========================="
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
       2310-EXIT.
           EXIT.

       2320-PRINT-REPLACEMENT-STUB.
           MOVE SPACES TO PRINT-LINE.
           STRING "STUB  EMPID " CQ-EMPID "  " CQ-NAME
                  "  CHEQUE " WS-CHEQUE-NUMBER
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF CQ-SOURCE = "HLD"
               STRING "      HELD PAY RELEASED FOR PERIOD "
                      CQ-REF-DATE (1:6)
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "      HELD FOR: " CQ-REASON
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               STRING "      REPLACEMENT FOR RETURNED DEPOSIT OF "
                      CQ-REF-DATE
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "      RETURNED BY BANK: " CQ-REASON
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           STRING "==============================================="
                  "==========================="
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
       2320-EXIT.
           EXIT.

      * REPLACEMENT CHEQUES FOLLOW THE LIST, NUMBERED FROM THE SAME
      * STOCK AND RECORDED ON THE REGISTER AND POSITIVE-PAY FILE
      * THE SAME WAY.
       2500-PRINT-QUEUE.
           IF WS-QUEUE-COUNT = ZERO OR STOP-PRINT
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT CHQQ-FILE.
           IF NOT CHQQ-STATUS-OK
               DISPLAY "ERROR REOPENING CHQQ-FILE"
               DISPLAY "FILE STATUS : " WS-CHQQ-FILE-STATUS
               MOVE "Y" TO WS-RUN-FAILED
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-CHQQ-FILE-END.
           PERFORM UNTIL CHQQ-FILE-END OR STOP-PRINT
               READ CHQQ-FILE
                   AT END
                       MOVE "Y" TO WS-CHQQ-FILE-END
                   NOT AT END
                       PERFORM 2600-PRINT-QUEUED-CHEQUE
                           THRU 2600-EXIT
               END-READ
           END-PERFORM.
           CLOSE CHQQ-FILE.
       2500-EXIT.
           EXIT.

       2600-PRINT-QUEUED-CHEQUE.
           MOVE CTL-NEXT-NUMBER TO WS-CHEQUE-NUMBER.
           MOVE SPACES TO CHQREG-REC.
           MOVE WS-CHEQUE-NUMBER TO CHQ-NUMBER.
           MOVE CQ-EMPID TO CHQ-EMPID.
           MOVE CQ-NAME TO CHQ-PAYEE.
           MOVE CQ-AMOUNT TO CHQ-AMOUNT.
           MOVE WS-BUSINESS-DATE TO CHQ-ISSUE-DATE.
           MOVE "I" TO CHQ-STATUS.
           MOVE WS-BUSINESS-DATE TO CHQ-STATUS-DATE.
           MOVE ZERO TO CHQ-REPLACES.
           MOVE ZERO TO CHQ-REPLACED-BY.
           WRITE CHQREG-REC.
           IF REG-DUPLICATE-KEY
               DISPLAY "CHEQUE NUMBER " WS-CHEQUE-NUMBER
                       " ALREADY ON THE REGISTER - CHECK EMPCHQ.CTL"
               MOVE "Y" TO WS-STOP-PRINT
               MOVE "Y" TO WS-RUN-FAILED
               GO TO 2600-EXIT
           END-IF.
           IF NOT REG-STATUS-OK
               DISPLAY "ERROR WRITING CHQREG-FILE"
               DISPLAY "FILE STATUS : " WS-REG-FILE-STATUS
               MOVE "Y" TO WS-STOP-PRINT
               MOVE "Y" TO WS-RUN-FAILED
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO CTL-NEXT-NUMBER.

           MOVE CQ-AMOUNT TO WS-CHQ-AMOUNT.
           MOVE CQ-NAME TO WS-PAYEE-NAME.
           PERFORM 2300-PRINT-CHEQUE-FORM THRU 2300-EXIT.
           PERFORM 2320-PRINT-REPLACEMENT-STUB THRU 2320-EXIT.

           MOVE SPACES TO POSPAY-REC.
           MOVE "D" TO PPY-RECORD-TYPE.
           MOVE WS-CHEQUE-NUMBER TO PPY-CHEQUE.
           MOVE CQ-AMOUNT TO PPY-AMOUNT.
           MOVE CQ-NAME TO PPY-PAYEE.
           MOVE WS-BUSINESS-DATE TO PPY-ISSUE-DATE.
           MOVE "I" TO PPY-ACTION.
           WRITE POSPAY-REC.

           MOVE CQ-AMOUNT TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CHEQUE-NUMBER " " CQ-EMPID " " CQ-NAME
                  "       " WS-PRT-AMOUNT-1 "  REPLACEMENT "
                  CQ-SOURCE " " CQ-REF-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD 1 TO WS-QUEUE-ISSUED.
           ADD CQ-AMOUNT TO WS-QUEUE-ISSUED-TOTAL.
       2600-EXIT.
           EXIT.

      * THE CHEQUES ISSUED MUST ACCOUNT FOR EVERY LINE AND EVERY
      * CENT ON EMPPAYDEP'S BALANCING LINE.
       3000-RECONCILE.
           IF SKIP-LIST
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO PAY-BY-CHECK LIST PRINTED THIS RUN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3000-QUEUE
           END-IF.
           COMPUTE WS-DIFFERENCE = WS-LIST-TRL-TOTAL - WS-ISSUED-TOTAL.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ISSUED-COUNT TO WS-PRT-COUNT.
           MOVE WS-ISSUED-TOTAL TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHEQUES ISSUED           " WS-PRT-COUNT
                  "             " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LIST-COUNT TO WS-PRT-COUNT.
           MOVE WS-LIST-TRL-TOTAL TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAY-BY-CHECK (EMPPAYDEP) " WS-PRT-COUNT
                  "             " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DIFFERENCE TO WS-PRT-AMOUNT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "DIFFERENCE                                "
                  "    " WS-PRT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF WS-ISSUED-COUNT = WS-LIST-COUNT
                   AND WS-DIFFERENCE = ZERO
               MOVE "CHEQUES ISSUED RECONCILE TO THE PAY-BY-CHECK TOTAL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "*** CHEQUES ISSUED DO NOT RECONCILE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "CHEQUES DO NOT RECONCILE TO EMPPAYDEP"
               DISPLAY "PAY-BY-CHECK : " WS-LIST-TRL-TOTAL
               DISPLAY "ISSUED       : " WS-ISSUED-TOTAL
               MOVE "E" TO LOG-SEVERITY
               MOVE "CHEQUE REGISTER OUT OF BALANCE" TO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE "Y" TO WS-RUN-FAILED
           END-IF.

      * EVERY QUEUED REPLACEMENT MUST HAVE BEEN PRINTED.
       3000-QUEUE.
           IF WS-QUEUE-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-QUEUE-ISSUED TO WS-PRT-COUNT.
           MOVE WS-QUEUE-ISSUED-TOTAL TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "REPLACEMENTS ISSUED      " WS-PRT-COUNT
                  "             " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-QUEUE-COUNT TO WS-PRT-COUNT.
           MOVE WS-QUEUE-TOTAL TO WS-PRT-AMOUNT-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "REPLACEMENTS QUEUED      " WS-PRT-COUNT
                  "             " WS-PRT-AMOUNT-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-QUEUE-ISSUED = WS-QUEUE-COUNT
                   AND WS-QUEUE-ISSUED-TOTAL = WS-QUEUE-TOTAL
               MOVE "REPLACEMENT CHEQUES RECONCILE TO THE QUEUE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "*** REPLACEMENT CHEQUES DO NOT RECONCILE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "REPLACEMENT CHEQUES DO NOT RECONCILE TO QUEUE"
               MOVE "E" TO LOG-SEVERITY
               MOVE "REPLACEMENT QUEUE NOT FULLY PRINTED" TO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE "Y" TO WS-RUN-FAILED
           END-IF.
       3000-EXIT.
           EXIT.

      * EVERY NUMBER OF THE CURRENT STOCK RANGE UP TO THE LAST ONE
      * USED MUST BE ON THE REGISTER, ISSUED OR VOIDED. A MISSING
      * NUMBER IS A CHEQUE FORM NOBODY CAN ACCOUNT FOR.
       3500-CHECK-SEQUENCE.
           MOVE CTL-RANGE-START TO WS-EXPECT-NUMBER.
           COMPUTE WS-LAST-USED = CTL-NEXT-NUMBER - 1.
           MOVE "N" TO WS-REG-BROWSE-END.
           MOVE CTL-RANGE-START TO CHQ-NUMBER.
           START CHQREG-FILE KEY >= CHQ-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-REG-BROWSE-END
           END-START.
           PERFORM UNTIL REG-BROWSE-END
               READ CHQREG-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-REG-BROWSE-END
                   NOT AT END
                       IF CHQ-NUMBER > WS-LAST-USED
                           MOVE "Y" TO WS-REG-BROWSE-END
                       ELSE
                           PERFORM 3600-CHECK-ONE-NUMBER
                               THRU 3600-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EXPECT-NUMBER NOT > WS-LAST-USED
               COMPUTE WS-SEQ-MISSING = WS-SEQ-MISSING
                   + WS-LAST-USED - WS-EXPECT-NUMBER + 1
               DISPLAY "CHEQUE NUMBERS MISSING FROM "
                       WS-EXPECT-NUMBER " TO " WS-LAST-USED
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STOCK RANGE " CTL-RANGE-START " TO "
                  CTL-RANGE-END ", USED UP TO " WS-LAST-USED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEQ-ISSUED TO WS-PRT-COUNT.
           MOVE WS-SEQ-VOIDED TO WS-PRT-COUNT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "NUMBERS ISSUED " WS-PRT-COUNT
                  "  VOIDED " WS-PRT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-SEQ-MISSING = ZERO
               MOVE "CHEQUE NUMBER SEQUENCE COMPLETE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-SEQ-MISSING TO WS-PRT-COUNT
               STRING "*** CHEQUE NUMBERS MISSING: " WS-PRT-COUNT
                      " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "E" TO LOG-SEVERITY
               MOVE "CHEQUE NUMBER SEQUENCE HAS GAPS" TO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE "Y" TO WS-RUN-FAILED
           END-IF.
       3500-EXIT.
           EXIT.

       3600-CHECK-ONE-NUMBER.
           IF CHQ-NUMBER > WS-EXPECT-NUMBER
               COMPUTE WS-SEQ-MISSING = WS-SEQ-MISSING
                   + CHQ-NUMBER - WS-EXPECT-NUMBER
               DISPLAY "CHEQUE NUMBERS MISSING FROM "
                       WS-EXPECT-NUMBER " BEFORE " CHQ-NUMBER
           END-IF.
           IF CHQ-VOIDED
               ADD 1 TO WS-SEQ-VOIDED
           ELSE
               ADD 1 TO WS-SEQ-ISSUED
           END-IF.
           COMPUTE WS-EXPECT-NUMBER = CHQ-NUMBER + 1.
       3600-EXIT.
           EXIT.

       9999-CLEANUP.
           MOVE SPACES TO POSPAY-REC.
           MOVE "T" TO PPY-RECORD-TYPE.
           COMPUTE PPY-TRL-COUNT = WS-ISSUED-COUNT + WS-QUEUE-ISSUED.
           COMPUTE PPY-TRL-HASH =
               WS-ISSUED-TOTAL + WS-QUEUE-ISSUED-TOTAL.
           WRITE POSPAY-REC.

           CLOSE CHECK-FILE.
           CLOSE PAYSLIP-FILE.
           CLOSE CHQREG-FILE.
           CLOSE PRINT-FILE.
           CLOSE POSPAY-FILE.
           CLOSE REPORT-FILE.

      * A FULLY PRINTED QUEUE IS EMPTIED. ONE LEFT PART PRINTED
      * STAYS FOR THE OPERATOR TO CLEAR AGAINST THE REGISTER.
           IF WS-QUEUE-COUNT > ZERO
               IF WS-QUEUE-ISSUED = WS-QUEUE-COUNT
                   OPEN OUTPUT CHQQ-FILE
                   CLOSE CHQQ-FILE
               ELSE
                   DISPLAY "REPLACEMENT QUEUE LEFT IN PLACE - CHECK "
                           "THE REGISTER BEFORE RERUNNING"
               END-IF
           END-IF.

      * THE NEXT NUMBER MOVES ON BY EVERY NUMBER USED, AND THE LIST
      * IS MARKED PRINTED SO IT IS NOT PRINTED AGAIN.
           IF NOT SKIP-LIST
               MOVE WS-LIST-DATE TO CTL-LAST-PRINT
           END-IF.
           OPEN OUTPUT CHQCTL-FILE.
           IF CTL-STATUS-OK
               WRITE CHQCTL-REC
               CLOSE CHQCTL-FILE
           ELSE
               DISPLAY "CANNOT REWRITE EMPCHQ.CTL - NEXT NUMBER IS "
                       CTL-NEXT-NUMBER
               DISPLAY "FILE STATUS : " WS-CTL-FILE-STATUS
               MOVE "Y" TO WS-RUN-FAILED
           END-IF.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "CHEQUES " WS-ISSUED-COUNT
                  " REPL " WS-QUEUE-ISSUED
                  " EXCEPTIONS " WS-EXCEPTION-COUNT
                  " NEXT NO " CTL-NEXT-NUMBER
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "CHEQUES PRINTED    : " WS-ISSUED-COUNT.
           DISPLAY "CHEQUE TOTAL       : " WS-ISSUED-TOTAL.
           DISPLAY "REPLACEMENTS       : " WS-QUEUE-ISSUED.
           DISPLAY "NOT PRINTED        : " WS-EXCEPTION-COUNT.
           DISPLAY "NEXT CHEQUE NUMBER : " CTL-NEXT-NUMBER.

      * SET LAST - THE LOGMSG CALL ABOVE RESETS RETURN-CODE.
           IF RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
