      * JOURNAL TVMAINT WRITES (TVMOVES.DAT) FOR ONE PERIOD
      * (YYYYMM, FIRST ARGUMENT, DEFAULT THE BUSINESS MONTH) AND
      * REPORTS PER MAKE/SIZE:
      *   UNITS RECEIVED, UNITS SOLD, INVOICED REVENUE, UNITS
      *   SOLD WITHOUT AN INVOICE, AND OPENING/CLOSING ON-HAND
      * REVENUE IS WHAT WAS ACTUALLY CHARGED: THE NET VALUE OF THE
      * PERIOD'S INVOICE LINES ON TVINVOICE.DAT (TVORDER), AFTER
      * DISCOUNT. A SALE KEYED STRAIGHT INTO TVMAINT HAS NO INVOICE
      * BEHIND IT, SO ITS UNITS SHOW AS UNINVOICED AND CARRY NO
      * REVENUE.
      * A STOCK COUNT POSTED BY TVCOUNT ARRIVES AS A "C" MOVEMENT
      * SIGNED "+" OR "-" IN MOV-SIGN AND IS SHOWN AS ADJUSTED.
      * STOCK TRANSFERRED IN ("I") LESS STOCK TRANSFERRED OUT ("T")
      * IS SHOWN AS TRANSFER. PRICE CHANGES DO NOT MOVE STOCK AND
      * ARE NOT REPORTED.
      * THE REPORT RUNS STORE BY STORE, IN TVSTORE.DAT ORDER, WITH
      * A TOTAL FOR EACH STORE AND FOR THE COMPANY; MOVEMENTS AND
      * INVOICES FROM BEFORE THE STORES BELONG TO THE MAIN
      * SHOWROOM, THE FIRST ON TVSTORE.DAT. THE COMPANY TRANSFER
      * TOTAL IS THE CHANGE IN STOCK IN TRANSIT, NEGATIVE.
      * THE CLOSING POSITION IS TAKEN FROM THE LAST MOVEMENT IN
      * THE PERIOD AND PROVED AGAINST THE STORE'S ON-HAND ON
      * TVSTOCK WHEN THE PERIOD IS CURRENT; OPENING = CLOSING -
      * RECEIPTS + SALES - ADJUSTED - TRANSFER, SO THE LINE
      * RECONCILES BY CONSTRUCTION.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
        SELECT MOVES-FILE ASSIGN "TVMOVES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MOV-FILE-STATUS.
        SELECT STOCK-FILE ASSIGN "TVSTOCK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-STK-FILE-STATUS
                       RECORD KEY STK-KEY.
        SELECT STORE-FILE ASSIGN "TVSTORE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-STR-FILE-STATUS.
        SELECT INVOICE-FILE ASSIGN "TVINVOICE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-INV-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "TVMOVRPT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       FILE SECTION.

       FD MOVES-FILE
       RECORD 48.
       01 MOVES-REC.
          05 MOV-DATE      PIC 9(08).
          05 MOV-ACTION    PIC X(01).
          05 MOV-AMOUNT    PIC 9(05).
          05 MOV-PRICE     PIC 9(05).
          05 MOV-ONHAND    PIC 9(05).
          05 MOV-SIGN      PIC X(01).
          05 MOV-STORE     PIC X(01).
          05 MOV-PO-NO     PIC 9(06).
          05 MOV-COST      PIC 9(05)V99.

       FD STOCK-FILE
       RECORD 30.
       01 STOCK-REC.
          05 STK-KEY.
             10 STK-STORE  PIC X(01).
             10 STK-MAKE   PIC X(07).
             10 STK-SIZE   PIC 9(02).
          05 STK-ONHAND    PIC 9(05).
          05 STK-IN-TRANSIT PIC 9(05).
          05 STK-REORDER-PT PIC 9(05).
          05 FILLER        PIC X(05).

       FD STORE-FILE
       RECORD 21.
       01 STORE-REC.
          05 STR-CODE      PIC X(01).
          05 STR-NAME      PIC X(20).

       FD INVOICE-FILE
       RECORD 80.
       01 INVOICE-REC.
          05 INV-NO        PIC 9(06).
          05 INV-DATE      PIC 9(08).
          05 INV-CUSTOMER  PIC 9(06).
          05 INV-CUST-REF  PIC X(10).
          05 INV-LINE      PIC 9(02).
          05 INV-MAKE      PIC X(07).
          05 INV-SIZE      PIC 9(02).
          05 INV-QTY       PIC 9(05).
          05 INV-PRICE     PIC 9(05).
          05 INV-DISCOUNT  PIC 9(02)V9.
          05 INV-GROSS     PIC 9(08)V99.
          05 INV-NET       PIC 9(08)V99.
          05 INV-STORE     PIC X(01).
          05 FILLER        PIC X(05).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
             88 MOV-STATUS-OK      VALUE "00".
          05 WS-MOV-FILE-END       PIC X(01) VALUE "N".
             88 MOV-FILE-END       VALUE "Y".
          05 WS-STK-FILE-STATUS    PIC X(02) VALUE "00".
             88 STK-STATUS-OK      VALUE "00".
          05 WS-STK-AVAILABLE      PIC X(01) VALUE "N".
          05 WS-STR-FILE-STATUS    PIC X(02) VALUE "00".
             88 STR-STATUS-OK      VALUE "00".
          05 WS-STR-FILE-END       PIC X(01) VALUE "N".
             88 STR-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-ITEM-HIT           PIC X(01) VALUE "N".
          05 WS-INV-FILE-STATUS    PIC X(02) VALUE "00".
             88 INV-STATUS-OK      VALUE "00".
          05 WS-INV-FILE-END       PIC X(01) VALUE "N".
             88 INV-FILE-END       VALUE "Y".

       01 WS-REPORT-PERIOD         PIC 9(06) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-PERIOD        PIC X(01) VALUE "N".

       01 WS-STORE-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 1 TO 36 TIMES
                  DEPENDING ON WS-STORE-COUNT.
             10 WS-ST-CODE         PIC X(01).
             10 WS-ST-NAME         PIC X(20).
       01 WS-STORE-SUB             PIC 9(02).
       01 WS-FIND-STORE            PIC X(01).

      * ONE SLOT PER STORE AND MAKE/SIZE SEEN IN THE PERIOD.
       01 WS-ITEM-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 1 TO 900 TIMES
                  DEPENDING ON WS-ITEM-COUNT.
             10 WS-IT-STORE        PIC X(01).
             10 WS-IT-MAKE         PIC X(07).
             10 WS-IT-SIZE         PIC 9(02).
             10 WS-IT-RECEIVED     PIC 9(07).
             10 WS-IT-SOLD         PIC 9(07).
             10 WS-IT-INVOICED     PIC 9(07).
             10 WS-IT-REVENUE      PIC 9(09)V99.
             10 WS-IT-ADJUSTED     PIC S9(07).
             10 WS-IT-TRANSFER     PIC S9(07).
             10 WS-IT-CLOSING      PIC 9(05).
       01 WS-ITEM-SUB              PIC 9(03).
       01 WS-OPENING               PIC S9(07) VALUE ZERO.
       01 WS-PRT-RECEIVED          PIC ZZZZZZ9.
       01 WS-PRT-SOLD              PIC ZZZZZZ9.
       01 WS-PRT-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-UNINVOICED            PIC S9(07) VALUE ZERO.
       01 WS-PRT-UNINVOICED        PIC -ZZZZZZ9.
       01 WS-TOTAL-REVENUE         PIC 9(11)V99 VALUE ZERO.
       01 WS-PRT-TOTAL             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-OPEN              PIC -ZZZZZZ9.
       01 WS-PRT-CLOSE             PIC ZZZZZZ9.
       01 WS-PRT-ADJUSTED          PIC -ZZZZZZ9.
       01 WS-PRT-TRANSFER          PIC -ZZZZZZ9.

      * STORE AND COMPANY TOTALS.
       01 WS-TOTALS.
          05 WS-TOTAL-LINE OCCURS 2 TIMES.
             10 WS-TL-RECEIVED     PIC 9(07).
             10 WS-TL-SOLD         PIC 9(07).
             10 WS-TL-REVENUE      PIC 9(11)V99.
             10 WS-TL-UNINVOICED   PIC S9(07).
             10 WS-TL-ADJUSTED     PIC S9(07).
             10 WS-TL-TRANSFER     PIC S9(07).
             10 WS-TL-OPENING      PIC S9(07).
             10 WS-TL-CLOSING      PIC 9(07).
       01 WS-TL-SUB                PIC 9(01).
       01 WS-TOTAL-LABEL           PIC X(13).
       01 WS-RECONCILE-FLAG        PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-SCAN-MOVEMENTS THRU 2000-EXIT.
           PERFORM 2500-SCAN-INVOICES THRU 2500-EXIT.
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STORE-FILE.
           IF NOT STR-STATUS-OK
               DISPLAY "ERROR OPENING STORE MASTER TVSTORE.DAT"
               DISPLAY "FILE STATUS : " WS-STR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL STR-FILE-END
               READ STORE-FILE
                   AT END
                       MOVE "Y" TO WS-STR-FILE-END
                   NOT AT END
                       IF WS-STORE-COUNT < 36 AND STR-CODE NOT = SPACE
                           ADD 1 TO WS-STORE-COUNT
                           MOVE STR-CODE TO WS-ST-CODE (WS-STORE-COUNT)
                           MOVE STR-NAME TO WS-ST-NAME (WS-STORE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-FILE.
           IF WS-STORE-COUNT = ZERO
               DISPLAY "STORE MASTER IS EMPTY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STOCK-FILE.
           IF STK-STATUS-OK
               MOVE "Y" TO WS-STK-AVAILABLE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MAKE     SZ  RECEIVED     SOLD       REVENUE"
                  " UNINVOICED  ADJUSTED  TRANSFER   OPENING"
                  "  CLOSING"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
                       MOVE "Y" TO WS-MOV-FILE-END
                   NOT AT END
                       IF MOV-DATE (1:6) = WS-REPORT-PERIOD
                               AND MOV-ACTION NOT = "P"
                           PERFORM 2100-COUNT-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           EXIT.

       2100-COUNT-ONE.
           MOVE MOV-STORE TO WS-FIND-STORE.
           IF WS-FIND-STORE = SPACE
               MOVE WS-ST-CODE (1) TO WS-FIND-STORE
           END-IF.
           MOVE "N" TO WS-ITEM-HIT.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STORE (WS-ITEM-SUB) = WS-FIND-STORE
                       AND WS-IT-MAKE (WS-ITEM-SUB) = MOV-MAKE
                       AND WS-IT-SIZE (WS-ITEM-SUB) = MOV-SIZE
                   MOVE "Y" TO WS-ITEM-HIT
                   PERFORM 2200-BUMP-ITEM THRU 2200-EXIT
               END-IF
           END-PERFORM.
           IF WS-ITEM-HIT = "N"
               IF WS-ITEM-COUNT < 900
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
                   MOVE WS-FIND-STORE TO WS-IT-STORE (WS-ITEM-SUB)
                   MOVE MOV-MAKE TO WS-IT-MAKE (WS-ITEM-SUB)
                   MOVE MOV-SIZE TO WS-IT-SIZE (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-RECEIVED (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-SOLD (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-INVOICED (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-REVENUE (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-ADJUSTED (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-TRANSFER (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-CLOSING (WS-ITEM-SUB)
                   PERFORM 2200-BUMP-ITEM THRU 2200-EXIT
               ELSE
                   ADD MOV-AMOUNT TO WS-IT-RECEIVED (WS-ITEM-SUB)
               WHEN "S"
                   ADD MOV-AMOUNT TO WS-IT-SOLD (WS-ITEM-SUB)
               WHEN "C"
                   IF MOV-SIGN = "-"
                       SUBTRACT MOV-AMOUNT
                           FROM WS-IT-ADJUSTED (WS-ITEM-SUB)
                   ELSE
                       ADD MOV-AMOUNT TO WS-IT-ADJUSTED (WS-ITEM-SUB)
                   END-IF
               WHEN "T"
                   SUBTRACT MOV-AMOUNT FROM WS-IT-TRANSFER (WS-ITEM-SUB)
               WHEN "I"
                   ADD MOV-AMOUNT TO WS-IT-TRANSFER (WS-ITEM-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      * THE PERIOD'S INVOICE LINES GIVE THE REVENUE ACTUALLY
      * CHARGED. AN INVOICED MAKE/SIZE WITH NO MOVEMENT IN THE
      * PERIOD (TVMAINT NOT YET RUN) STILL GETS A LINE.
       2500-SCAN-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF NOT INV-STATUS-OK
               DISPLAY "NO INVOICE FILE - NO INVOICED REVENUE"
               GO TO 2500-EXIT
           END-IF.
           PERFORM UNTIL INV-FILE-END
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-INV-FILE-END
                   NOT AT END
                       IF INV-DATE (1:6) = WS-REPORT-PERIOD
                           PERFORM 2600-ADD-INVOICE THRU 2600-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
       2500-EXIT.
           EXIT.

       2600-ADD-INVOICE.
           MOVE INV-STORE TO WS-FIND-STORE.
           IF WS-FIND-STORE = SPACE
               MOVE WS-ST-CODE (1) TO WS-FIND-STORE
           END-IF.
           MOVE "N" TO WS-ITEM-HIT.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STORE (WS-ITEM-SUB) = WS-FIND-STORE
                       AND WS-IT-MAKE (WS-ITEM-SUB) = INV-MAKE
                       AND WS-IT-SIZE (WS-ITEM-SUB) = INV-SIZE
                   MOVE "Y" TO WS-ITEM-HIT
                   ADD INV-QTY TO WS-IT-INVOICED (WS-ITEM-SUB)
                   ADD INV-NET TO WS-IT-REVENUE (WS-ITEM-SUB)
                   MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
               END-IF
           END-PERFORM.
           IF WS-ITEM-HIT = "N"
               IF WS-ITEM-COUNT < 900
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
                   MOVE WS-FIND-STORE TO WS-IT-STORE (WS-ITEM-SUB)
                   MOVE INV-MAKE TO WS-IT-MAKE (WS-ITEM-SUB)
                   MOVE INV-SIZE TO WS-IT-SIZE (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-RECEIVED (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-SOLD (WS-ITEM-SUB)
                   MOVE INV-QTY TO WS-IT-INVOICED (WS-ITEM-SUB)
                   MOVE INV-NET TO WS-IT-REVENUE (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-ADJUSTED (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-TRANSFER (WS-ITEM-SUB)
                   MOVE ZERO TO WS-IT-CLOSING (WS-ITEM-SUB)
                   IF WS-STK-AVAILABLE = "Y"
                       MOVE WS-FIND-STORE TO STK-STORE
                       MOVE INV-MAKE TO STK-MAKE
                       MOVE INV-SIZE TO STK-SIZE
                       READ STOCK-FILE
                           NOT INVALID KEY
                               MOVE STK-ONHAND
                                   TO WS-IT-CLOSING (WS-ITEM-SUB)
                       END-READ
                   END-IF
               ELSE
                   DISPLAY "ITEM TABLE FULL - INVOICE LINE DROPPED"
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

       3000-WRITE-REPORT.
           MOVE 2 TO WS-TL-SUB.
           PERFORM 3300-CLEAR-TOTAL THRU 3300-EXIT.
           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
               PERFORM 3050-WRITE-STORE THRU 3050-EXIT
           END-PERFORM.
           MOVE "COMPANY TOTAL" TO WS-TOTAL-LABEL.
           MOVE 2 TO WS-TL-SUB.
           PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-REVENUE TO WS-PRT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL INVOICED REVENUE : " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

      * ONE STORE'S LINES AND ITS TOTAL.
       3050-WRITE-STORE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STORE " WS-ST-CODE (WS-STORE-SUB) "  "
                  WS-ST-NAME (WS-STORE-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-TL-SUB.
           PERFORM 3300-CLEAR-TOTAL THRU 3300-EXIT.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STORE (WS-ITEM-SUB) =
                       WS-ST-CODE (WS-STORE-SUB)
                   PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-TOTAL-LABEL.
           STRING "STORE " WS-ST-CODE (WS-STORE-SUB) " TOTAL"
               DELIMITED BY SIZE INTO WS-TOTAL-LABEL.
           MOVE 1 TO WS-TL-SUB.
           PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
       3050-EXIT.
           EXIT.

       3100-WRITE-ONE-LINE.
           COMPUTE WS-OPENING = WS-IT-CLOSING (WS-ITEM-SUB)
               - WS-IT-RECEIVED (WS-ITEM-SUB)
               + WS-IT-SOLD (WS-ITEM-SUB)
               - WS-IT-ADJUSTED (WS-ITEM-SUB)
               - WS-IT-TRANSFER (WS-ITEM-SUB).

      * FOR THE CURRENT PERIOD THE CLOSING POSITION MUST AGREE
      * WITH THE STORE'S ON-HAND - A DISAGREEMENT MEANS A MOVEMENT
      * WAS MADE OUTSIDE TVMAINT.
           MOVE SPACES TO WS-RECONCILE-FLAG.
           IF WS-CURRENT-PERIOD = "Y"
                   AND WS-STK-AVAILABLE = "Y"
               MOVE WS-IT-STORE (WS-ITEM-SUB) TO STK-STORE
               MOVE WS-IT-MAKE (WS-ITEM-SUB) TO STK-MAKE
               MOVE WS-IT-SIZE (WS-ITEM-SUB) TO STK-SIZE
               READ STOCK-FILE
                   INVALID KEY
                       MOVE "* NOT IN STOCK*" TO WS-RECONCILE-FLAG
                   NOT INVALID KEY
                       IF STK-ONHAND NOT =
                               WS-IT-CLOSING (WS-ITEM-SUB)
                           MOVE "* OFF STOCK *"
                               TO WS-RECONCILE-FLAG
                       END-IF
               END-READ

           MOVE WS-IT-RECEIVED (WS-ITEM-SUB) TO WS-PRT-RECEIVED.
           MOVE WS-IT-SOLD (WS-ITEM-SUB) TO WS-PRT-SOLD.
           MOVE WS-IT-REVENUE (WS-ITEM-SUB) TO WS-PRT-VALUE.
           ADD WS-IT-REVENUE (WS-ITEM-SUB) TO WS-TOTAL-REVENUE.
           COMPUTE WS-UNINVOICED = WS-IT-SOLD (WS-ITEM-SUB)
               - WS-IT-INVOICED (WS-ITEM-SUB).
           MOVE WS-UNINVOICED TO WS-PRT-UNINVOICED.
           MOVE WS-IT-ADJUSTED (WS-ITEM-SUB) TO WS-PRT-ADJUSTED.
           MOVE WS-IT-TRANSFER (WS-ITEM-SUB) TO WS-PRT-TRANSFER.
           MOVE WS-OPENING TO WS-PRT-OPEN.
           MOVE WS-IT-CLOSING (WS-ITEM-SUB) TO WS-PRT-CLOSE.

           MOVE WS-IT-SIZE (WS-ITEM-SUB) TO REPORT-LINE (10:2).
           MOVE WS-PRT-RECEIVED TO REPORT-LINE (14:7).
           MOVE WS-PRT-SOLD TO REPORT-LINE (23:7).
           MOVE WS-PRT-VALUE TO REPORT-LINE (31:14).
           MOVE WS-PRT-UNINVOICED TO REPORT-LINE (48:8).
           MOVE WS-PRT-ADJUSTED TO REPORT-LINE (58:8).
           MOVE WS-PRT-TRANSFER TO REPORT-LINE (68:8).
           MOVE WS-PRT-OPEN TO REPORT-LINE (78:8).
           MOVE WS-PRT-CLOSE TO REPORT-LINE (88:7).
           MOVE WS-RECONCILE-FLAG TO REPORT-LINE (96:15).
           WRITE REPORT-LINE.

           PERFORM VARYING WS-TL-SUB FROM 1 BY 1 UNTIL WS-TL-SUB > 2
               ADD WS-IT-RECEIVED (WS-ITEM-SUB)
                   TO WS-TL-RECEIVED (WS-TL-SUB)
               ADD WS-IT-SOLD (WS-ITEM-SUB) TO WS-TL-SOLD (WS-TL-SUB)
               ADD WS-IT-REVENUE (WS-ITEM-SUB)
                   TO WS-TL-REVENUE (WS-TL-SUB)
               ADD WS-UNINVOICED TO WS-TL-UNINVOICED (WS-TL-SUB)
               ADD WS-IT-ADJUSTED (WS-ITEM-SUB)
                   TO WS-TL-ADJUSTED (WS-TL-SUB)
               ADD WS-IT-TRANSFER (WS-ITEM-SUB)
                   TO WS-TL-TRANSFER (WS-TL-SUB)
               ADD WS-OPENING TO WS-TL-OPENING (WS-TL-SUB)
               ADD WS-IT-CLOSING (WS-ITEM-SUB)
                   TO WS-TL-CLOSING (WS-TL-SUB)
           END-PERFORM.
       3100-EXIT.
           EXIT.

       3300-CLEAR-TOTAL.
           MOVE ZERO TO WS-TL-RECEIVED (WS-TL-SUB).
           MOVE ZERO TO WS-TL-SOLD (WS-TL-SUB).
           MOVE ZERO TO WS-TL-REVENUE (WS-TL-SUB).
           MOVE ZERO TO WS-TL-UNINVOICED (WS-TL-SUB).
           MOVE ZERO TO WS-TL-ADJUSTED (WS-TL-SUB).
           MOVE ZERO TO WS-TL-TRANSFER (WS-TL-SUB).
           MOVE ZERO TO WS-TL-OPENING (WS-TL-SUB).
           MOVE ZERO TO WS-TL-CLOSING (WS-TL-SUB).
       3300-EXIT.
           EXIT.

       3400-WRITE-TOTAL.
           MOVE WS-TL-RECEIVED (WS-TL-SUB) TO WS-PRT-RECEIVED.
           MOVE WS-TL-SOLD (WS-TL-SUB) TO WS-PRT-SOLD.
           MOVE WS-TL-REVENUE (WS-TL-SUB) TO WS-PRT-VALUE.
           MOVE WS-TL-UNINVOICED (WS-TL-SUB) TO WS-PRT-UNINVOICED.
           MOVE WS-TL-ADJUSTED (WS-TL-SUB) TO WS-PRT-ADJUSTED.
           MOVE WS-TL-TRANSFER (WS-TL-SUB) TO WS-PRT-TRANSFER.
           MOVE WS-TL-OPENING (WS-TL-SUB) TO WS-PRT-OPEN.
           MOVE WS-TL-CLOSING (WS-TL-SUB) TO WS-PRT-CLOSE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-LABEL TO REPORT-LINE (1:13).
           MOVE WS-PRT-RECEIVED TO REPORT-LINE (14:7).
           MOVE WS-PRT-SOLD TO REPORT-LINE (23:7).
           MOVE WS-PRT-VALUE TO REPORT-LINE (31:14).
           MOVE WS-PRT-UNINVOICED TO REPORT-LINE (48:8).
           MOVE WS-PRT-ADJUSTED TO REPORT-LINE (58:8).
           MOVE WS-PRT-TRANSFER TO REPORT-LINE (68:8).
           MOVE WS-PRT-OPEN TO REPORT-LINE (78:8).
           MOVE WS-PRT-CLOSE TO REPORT-LINE (88:7).
           WRITE REPORT-LINE.
       3400-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE MOVES-FILE.
           IF WS-STK-AVAILABLE = "Y"
               CLOSE STOCK-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "MAKE/SIZES REPORTED : " WS-ITEM-COUNT.
           DISPLAY "INVOICED REVENUE    : " WS-TOTAL-REVENUE.
       9999-EXIT.
           EXIT.
