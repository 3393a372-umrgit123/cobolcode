       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHAPEQTM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SHAPES QUOTATION MAINTENANCE.
      *
      * EVERY SHAPES BATCH JOB (GLOBALVAR) IS SAVED AS A NUMBERED
      * QUOTATION ON THE KEYED QUOTE FILE SHAPEQTE. THIS PROGRAM
      * APPLIES THE CUSTOMER'S ANSWER AND KEEPS LAPSED QUOTES
      * CURRENT, FROM THE TRANSACTIONS ON SHAPEQTR.DAT:
      *   A - THE CUSTOMER ACCEPTS AN OPEN QUOTE. A QUOTE PAST ITS
      *       EXPIRY DATE CANNOT BE ACCEPTED UNTIL IT IS RE-COSTED.
      *   D - THE CUSTOMER DECLINES AN OPEN QUOTE.
      *   R - RE-COST AN OPEN QUOTE PAST ITS EXPIRY DATE AT THE
      *       CURRENT MATERIAL PRICES (MATPRICE.DAT). EACH LINE IS
      *       PRICED AGAIN ON THE AREA AND TRIM LENGTH IT WAS FIRST
      *       COSTED ON - THE SAME SHEETS, AT TODAY'S PRICE - AND
      *       THE OLD AND NEW PRICES AND THE DIFFERENCE, LINE BY
      *       LINE AND IN TOTAL, ARE LISTED ON SHAPEQRC.DAT. THE
      *       QUOTE THEN CARRIES THE NEW PRICES AND PRICE DATE AND
      *       RUNS FOR ITS ORIGINAL NUMBER OF DAYS FROM THE
      *       BUSINESS DATE. A QUOTE FOR A MATERIAL NO LONGER ON
      *       THE PRICE MASTER IS NOT RE-COSTED.
      * TRANSACTION LAYOUT (7 BYTES):
      *   ACTION X(1), QUOTE NO 9(6)
      * REJECTS GO TO SHAPEQTM.ERR WITH A REASON.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT QUOTE-FILE ASSIGN "SHAPEQTE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-QTE-FILE-STATUS
                       RECORD KEY QTE-KEY.
        SELECT MATPRICE-FILE ASSIGN "MATPRICE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MAT-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "SHAPEQTR.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "SHAPEQTM.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
        SELECT RECOST-FILE ASSIGN "SHAPEQRC.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RCL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * THE QUOTE FILE: LINE 000 IS THE QUOTE HEADER, LINES 001 UP
      * THE COSTED REQUEST LINES. QUOTE 000000 LINE 000 HOLDS THE
      * LAST QUOTE NUMBER ISSUED.
       FD QUOTE-FILE
       RECORD 80.
       01 QUOTE-REC.
          05 QTE-KEY.
             10 QTE-NO        PIC 9(06).
             10 QTE-LINE      PIC 9(03).
          05 FILLER           PIC X(71).
       01 QUOTE-HDR-REC REDEFINES QUOTE-REC.
          05 FILLER           PIC X(09).
          05 QTE-CUSTOMER     PIC X(08).
          05 QTE-DATE         PIC 9(08).
          05 QTE-PRICE-DATE   PIC 9(08).
          05 QTE-EXPIRY       PIC 9(08).
          05 QTE-VALID-DAYS   PIC 9(03).
          05 QTE-TOTAL        PIC 9(11)V99.
          05 QTE-STATUS       PIC X(01).
             88 QTE-IS-OPEN      VALUE "O".
             88 QTE-IS-ACCEPTED  VALUE "A".
             88 QTE-IS-DECLINED  VALUE "D".
          05 QTE-STATUS-DATE  PIC 9(08).
          05 QTE-LINE-COUNT   PIC 9(03).
          05 QTE-RECOST-DATE  PIC 9(08).
          05 FILLER           PIC X(03).
       01 QUOTE-LINE-REC REDEFINES QUOTE-REC.
          05 FILLER           PIC X(09).
          05 QTL-SHAPE        PIC X(01).
          05 QTL-DIM1         PIC 9(04).
          05 QTL-DIM2         PIC 9(04).
          05 QTL-MATERIAL     PIC X(04).
          05 QTL-QTY          PIC 9(03).
          05 QTL-COST-AREA    PIC 9(11)V99.
          05 QTL-TRIM-LEN     PIC 9(09)V99.
          05 QTL-COST         PIC 9(09)V99.
          05 QTL-SHEETS       PIC 9(07).
          05 FILLER           PIC X(13).

      * THE MATERIAL PRICE MASTER, AS GLOBALVAR READS IT.
       FD MATPRICE-FILE
       RECORD 32.
       01 MATPRICE-REC.
          05 MAT-CODE         PIC X(04).
          05 MAT-UNIT-PRICE   PIC 9(04)V99.
          05 MAT-TRIM-PRICE   PIC 9(04)V99.
          05 MAT-SHEET-LEN    PIC 9(04).
          05 MAT-SHEET-WID    PIC 9(04).
          05 MAT-PRICE-DATE   PIC 9(08).
       01 MATPRICE-REC-X REDEFINES MATPRICE-REC.
          05 FILLER           PIC X(24).
          05 MAT-PRICE-DATE-X PIC X(08).

       FD TRANS-FILE
       RECORD 7.
       01 TRANS-REC.
          05 TRN-ACTION    PIC X(01).
          05 TRN-QUOTE-NO  PIC 9(06).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER        PIC X(01).
          05 TRN-QUOTE-NO-X PIC X(06).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-TRANS     PIC X(07).
          05 FILLER        PIC X(02).
          05 ERR-REASON    PIC X(30).

       FD RECOST-FILE.
       01 RECOST-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-QTE-FILE-STATUS  PIC X(02) VALUE "00".
             88 QTE-STATUS-OK    VALUE "00".
          05 WS-QTE-FILE-END     PIC X(01) VALUE "N".
             88 QTE-FILE-END     VALUE "Y".
          05 WS-MAT-FILE-STATUS  PIC X(02) VALUE "00".
             88 MAT-STATUS-OK    VALUE "00".
          05 WS-MAT-FILE-END     PIC X(01) VALUE "N".
             88 MAT-FILE-END     VALUE "Y".
          05 WS-TRN-FILE-STATUS  PIC X(02) VALUE "00".
             88 TRN-STATUS-OK    VALUE "00".
          05 WS-TRN-FILE-END     PIC X(01) VALUE "N".
             88 TRN-FILE-END     VALUE "Y".
          05 WS-ERR-FILE-STATUS  PIC X(02) VALUE "00".
             88 ERR-STATUS-OK    VALUE "00".
          05 WS-RCL-FILE-STATUS  PIC X(02) VALUE "00".
             88 RCL-STATUS-OK    VALUE "00".
          05 WS-QTE-FOUND        PIC X(01) VALUE "N".
             88 QTE-FOUND        VALUE "Y".
          05 WS-MAT-FOUND        PIC X(01) VALUE "N".
             88 MAT-FOUND        VALUE "Y".

       01 WS-COUNTS.
          05 WS-APPLIED-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-REASON              PIC X(30) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.

       01 WS-MAT-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-MAT-TABLE.
          05 WS-MAT-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-MAT-COUNT.
             10 WS-MAT-CODE      PIC X(04).
             10 WS-MAT-UNIT      PIC 9(04)V99.
             10 WS-MAT-TRIM      PIC 9(04)V99.
             10 WS-MAT-PRICE-DATE PIC 9(08).
       01 WS-MAT-SUB             PIC 9(02).

      * THE QUOTE'S LINES AS RE-COSTED, HELD UNTIL EVERY LINE HAS
      * BEEN PRICED SO A QUOTE IS EITHER RE-COSTED WHOLE OR LEFT
      * ALONE.
       01 WS-RC-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-RC-TABLE.
          05 WS-RC-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-RC-COUNT.
             10 WS-RC-LINE       PIC 9(03).
             10 WS-RC-MATERIAL   PIC X(04).
             10 WS-RC-QTY        PIC 9(03).
             10 WS-RC-OLD-COST   PIC 9(09)V99.
             10 WS-RC-NEW-COST   PIC 9(09)V99.
       01 WS-RC-SUB              PIC 9(04).
       01 WS-OLD-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01 WS-NEW-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01 WS-NEW-PRICE-DATE      PIC 9(08) VALUE ZERO.
       01 WS-OLD-EXPIRY          PIC 9(08) VALUE ZERO.
       01 WS-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.
       01 WS-DIFF-PCT            PIC S9(05)V9 VALUE ZERO.

       01 WS-PRT-COST            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-DIFF            PIC ++++,+++,++9.99.
       01 WS-PRT-PCT             PIC +++++9.9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           OPEN I-O QUOTE-FILE.
           IF NOT QTE-STATUS-OK
               DISPLAY "ERROR OPENING QUOTE-FILE"
               DISPLAY "FILE STATUS : " WS-QTE-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-MATERIALS THRU 1100-EXIT.

           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR OPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT RECOST-FILE.
           IF NOT RCL-STATUS-OK
               DISPLAY "ERROR OPENING RECOST-FILE"
               DISPLAY "FILE STATUS : " WS-RCL-FILE-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      * WITHOUT THE PRICE MASTER NOTHING CAN BE RE-COSTED, BUT
      * ACCEPTS AND DECLINES STILL APPLY.
       1100-LOAD-MATERIALS.
           OPEN INPUT MATPRICE-FILE.
           IF NOT MAT-STATUS-OK
               DISPLAY "NO MATERIAL PRICE MASTER - NO RE-COSTING"
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL MAT-FILE-END
               READ MATPRICE-FILE
                   AT END
                       MOVE "Y" TO WS-MAT-FILE-END
                   NOT AT END
                       IF WS-MAT-COUNT < 50
                           ADD 1 TO WS-MAT-COUNT
                           MOVE MAT-CODE TO
                               WS-MAT-CODE (WS-MAT-COUNT)
                           MOVE MAT-UNIT-PRICE TO
                               WS-MAT-UNIT (WS-MAT-COUNT)
                           MOVE MAT-TRIM-PRICE TO
                               WS-MAT-TRIM (WS-MAT-COUNT)
                           IF MAT-PRICE-DATE-X NOT NUMERIC
                               MOVE ZERO TO MAT-PRICE-DATE
                           END-IF
                           MOVE MAT-PRICE-DATE TO
                               WS-MAT-PRICE-DATE (WS-MAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MATPRICE-FILE.
       1100-EXIT.
           EXIT.

       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       PERFORM 2100-APPLY-ONE THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE.
           MOVE SPACES TO WS-REASON.
           IF TRN-QUOTE-NO-X NOT NUMERIC OR TRN-QUOTE-NO = ZERO
               MOVE "QUOTE NUMBER NOT NUMERIC/ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-QTE-FOUND.
           MOVE TRN-QUOTE-NO TO QTE-NO.
           MOVE ZERO TO QTE-LINE.
           READ QUOTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-QTE-FOUND
           END-READ.
           IF NOT QTE-FOUND
               MOVE "QUOTE NUMBER NOT ON FILE" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.
           IF NOT QTE-IS-OPEN
               MOVE "QUOTE ALREADY ACCEPTED/DECLINED" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           EVALUATE TRN-ACTION
               WHEN "A"
                   PERFORM 3000-ACCEPT-QUOTE THRU 3000-EXIT
               WHEN "D"
                   PERFORM 4000-DECLINE-QUOTE THRU 4000-EXIT
               WHEN "R"
                   PERFORM 5000-RECOST-QUOTE THRU 5000-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REASON
           END-EVALUATE.

           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRANS-REC TO ERR-TRANS.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " TRN-ACTION " " TRN-QUOTE-NO-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

       3000-ACCEPT-QUOTE.
           IF QTE-EXPIRY < WS-BUSINESS-DATE
               MOVE "QUOTE EXPIRED - RE-COST FIRST" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE "A" TO QTE-STATUS.
           MOVE WS-BUSINESS-DATE TO QTE-STATUS-DATE.
           REWRITE QUOTE-REC.
           DISPLAY "QUOTE ACCEPTED: " QTE-NO " " QTE-CUSTOMER
                   " VALUE " QTE-TOTAL.
       3000-EXIT.
           EXIT.

       4000-DECLINE-QUOTE.
           MOVE "D" TO QTE-STATUS.
           MOVE WS-BUSINESS-DATE TO QTE-STATUS-DATE.
           REWRITE QUOTE-REC.
           DISPLAY "QUOTE DECLINED: " QTE-NO " " QTE-CUSTOMER.
       4000-EXIT.
           EXIT.

      * EVERY LINE IS PRICED FIRST; ONLY WHEN ALL OF THEM HAVE A
      * PRICE ARE THE LINES AND THE HEADER REWRITTEN.
       5000-RECOST-QUOTE.
           IF QTE-EXPIRY NOT < WS-BUSINESS-DATE
               MOVE "QUOTE HAS NOT EXPIRED" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           MOVE QTE-TOTAL TO WS-OLD-TOTAL.
           MOVE QTE-EXPIRY TO WS-OLD-EXPIRY.
           MOVE ZERO TO WS-NEW-TOTAL.
           MOVE ZERO TO WS-NEW-PRICE-DATE.
           MOVE ZERO TO WS-RC-COUNT.

           MOVE 1 TO QTE-LINE.
           MOVE "N" TO WS-QTE-FILE-END.
           START QUOTE-FILE KEY NOT < QTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-QTE-FILE-END
           END-START.
           PERFORM UNTIL QTE-FILE-END
               READ QUOTE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-QTE-FILE-END
                   NOT AT END
                       IF QTE-NO NOT = TRN-QUOTE-NO
                           MOVE "Y" TO WS-QTE-FILE-END
                       ELSE
                           PERFORM 5100-PRICE-LINE THRU 5100-EXIT
                           IF WS-REASON NOT = SPACES
                               MOVE "Y" TO WS-QTE-FILE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REASON NOT = SPACES
               GO TO 5000-EXIT
           END-IF.

           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               MOVE TRN-QUOTE-NO TO QTE-NO
               MOVE WS-RC-LINE (WS-RC-SUB) TO QTE-LINE
               READ QUOTE-FILE
                   INVALID KEY
                       DISPLAY "QUOTE LINE VANISHED: " QTE-KEY
                   NOT INVALID KEY
                       MOVE WS-RC-NEW-COST (WS-RC-SUB) TO QTL-COST
                       REWRITE QUOTE-REC
               END-READ
           END-PERFORM.

           MOVE TRN-QUOTE-NO TO QTE-NO.
           MOVE ZERO TO QTE-LINE.
           READ QUOTE-FILE
               INVALID KEY
                   MOVE "QUOTE HEADER VANISHED" TO WS-REASON
                   GO TO 5000-EXIT
           END-READ.
           MOVE WS-NEW-TOTAL TO QTE-TOTAL.
           IF WS-NEW-PRICE-DATE NOT = ZERO
               MOVE WS-NEW-PRICE-DATE TO QTE-PRICE-DATE
           END-IF.
           COMPUTE QTE-EXPIRY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                + QTE-VALID-DAYS).
           MOVE WS-BUSINESS-DATE TO QTE-RECOST-DATE.
           REWRITE QUOTE-REC.

           PERFORM 5200-LIST-RECOST THRU 5200-EXIT.
           DISPLAY "QUOTE RE-COSTED: " QTE-NO " " QTE-CUSTOMER
                   " NEW VALUE " QTE-TOTAL.
       5000-EXIT.
           EXIT.

      * THE LINE'S COSTED AREA AT TODAY'S UNIT PRICE PLUS ITS TRIM
      * LENGTH AT TODAY'S TRIM PRICE. AN UNCOSTED LINE STAYS AT
      * NOTHING.
       5100-PRICE-LINE.
           IF WS-RC-COUNT NOT < 999
               MOVE "QUOTE HAS TOO MANY LINES" TO WS-REASON
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-RC-COUNT.
           MOVE QTE-LINE TO WS-RC-LINE (WS-RC-COUNT).
           MOVE QTL-MATERIAL TO WS-RC-MATERIAL (WS-RC-COUNT).
           MOVE QTL-QTY TO WS-RC-QTY (WS-RC-COUNT).
           MOVE QTL-COST TO WS-RC-OLD-COST (WS-RC-COUNT).
           MOVE ZERO TO WS-RC-NEW-COST (WS-RC-COUNT).
           IF QTL-MATERIAL = SPACES
               GO TO 5100-EXIT
           END-IF.
           MOVE "N" TO WS-MAT-FOUND.
           PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
                   UNTIL WS-MAT-SUB > WS-MAT-COUNT
               IF WS-MAT-CODE (WS-MAT-SUB) = QTL-MATERIAL
                   MOVE "Y" TO WS-MAT-FOUND
                   COMPUTE WS-RC-NEW-COST (WS-RC-COUNT) ROUNDED =
                       (QTL-COST-AREA * WS-MAT-UNIT (WS-MAT-SUB))
                       + (QTL-TRIM-LEN * WS-MAT-TRIM (WS-MAT-SUB))
                       ON SIZE ERROR
                           MOVE "RE-COSTED LINE OVERFLOWS"
                               TO WS-REASON
                   END-COMPUTE
                   IF WS-MAT-PRICE-DATE (WS-MAT-SUB)
                           > WS-NEW-PRICE-DATE
                       MOVE WS-MAT-PRICE-DATE (WS-MAT-SUB)
                           TO WS-NEW-PRICE-DATE
                   END-IF
                   MOVE WS-MAT-COUNT TO WS-MAT-SUB
               END-IF
           END-PERFORM.
           IF NOT MAT-FOUND
               STRING "MATERIAL " QTL-MATERIAL " NO LONGER PRICED"
                   DELIMITED BY SIZE INTO WS-REASON
               GO TO 5100-EXIT
           END-IF.
           ADD WS-RC-NEW-COST (WS-RC-COUNT) TO WS-NEW-TOTAL.
       5100-EXIT.
           EXIT.

      * OLD AGAINST NEW, LINE BY LINE, THEN THE QUOTE IN TOTAL.
       5200-LIST-RECOST.
           MOVE SPACES TO RECOST-LINE.
           STRING "QUOTATION " QTE-NO "  CUSTOMER " QTE-CUSTOMER
                  "  EXPIRED " WS-OLD-EXPIRY
                  "  RE-COSTED " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RECOST-LINE.
           WRITE RECOST-LINE.
           MOVE SPACES TO RECOST-LINE.
           STRING "LINE  MATL  QTY       OLD PRICE       NEW PRICE"
                  "       DIFFERENCE"
               DELIMITED BY SIZE INTO RECOST-LINE.
           WRITE RECOST-LINE.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               MOVE SPACES TO RECOST-LINE
               MOVE WS-RC-LINE (WS-RC-SUB) TO RECOST-LINE (1:3)
               MOVE WS-RC-MATERIAL (WS-RC-SUB) TO RECOST-LINE (7:4)
               MOVE WS-RC-QTY (WS-RC-SUB) TO RECOST-LINE (13:3)
               MOVE WS-RC-OLD-COST (WS-RC-SUB) TO WS-PRT-COST
               MOVE WS-PRT-COST TO RECOST-LINE (18:14)
               MOVE WS-RC-NEW-COST (WS-RC-SUB) TO WS-PRT-COST
               MOVE WS-PRT-COST TO RECOST-LINE (34:14)
               COMPUTE WS-DIFFERENCE = WS-RC-NEW-COST (WS-RC-SUB)
                   - WS-RC-OLD-COST (WS-RC-SUB)
               MOVE WS-DIFFERENCE TO WS-PRT-DIFF
               MOVE WS-PRT-DIFF TO RECOST-LINE (50:15)
               WRITE RECOST-LINE
           END-PERFORM.
           MOVE SPACES TO RECOST-LINE.
           MOVE "TOTAL" TO RECOST-LINE (1:5).
           MOVE WS-OLD-TOTAL TO WS-PRT-COST.
           MOVE WS-PRT-COST TO RECOST-LINE (18:14).
           MOVE WS-NEW-TOTAL TO WS-PRT-COST.
           MOVE WS-PRT-COST TO RECOST-LINE (34:14).
           COMPUTE WS-DIFFERENCE = WS-NEW-TOTAL - WS-OLD-TOTAL.
           MOVE WS-DIFFERENCE TO WS-PRT-DIFF.
           MOVE WS-PRT-DIFF TO RECOST-LINE (50:15).
           IF WS-OLD-TOTAL NOT = ZERO
               COMPUTE WS-DIFF-PCT ROUNDED =
                   WS-DIFFERENCE * 100 / WS-OLD-TOTAL
               MOVE WS-DIFF-PCT TO WS-PRT-PCT
               MOVE WS-PRT-PCT TO RECOST-LINE (66:8)
               MOVE "%" TO RECOST-LINE (74:1)
           END-IF.
           WRITE RECOST-LINE.
           MOVE SPACES TO RECOST-LINE.
           STRING "PRICES AS AT " QTE-PRICE-DATE
                  "  NOW VALID UNTIL " QTE-EXPIRY
               DELIMITED BY SIZE INTO RECOST-LINE.
           WRITE RECOST-LINE.
           MOVE SPACES TO RECOST-LINE.
           WRITE RECOST-LINE.
       5200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE QUOTE-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.
           CLOSE RECOST-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "TRANSACTIONS APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
