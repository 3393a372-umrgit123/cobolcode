      * TV INVENTORY MAINTENANCE.
      *
      * APPLIES TRANSACTIONS (TVTRANS.DAT) TO THE TVMASTER FILE
      * TVLOAD BUILDS AND TO THE STORE STOCK FILE (TVSTOCK):
      *   P - PRICE CHANGE: AMOUNT IS THE NEW PRICE (ALL STORES)
      *   R - RECEIPT: AMOUNT ADDS TO THE STORE'S ON-HAND (A
      *       RECEIPT FOR A NEW MAKE/SIZE CREATES THE RECORD AT
      *       PRICE ZERO, TO BE PRICED WITH A FOLLOWING P)
      *   S - SALE: AMOUNT SUBTRACTS FROM THE STORE'S ON-HAND; A
      *       SALE BEYOND THE STORE'S ON-HAND IS REJECTED. TVORDER
      *       ADDS ONE PER INVOICE LINE FOR THE DAY'S INVOICED
      *       ORDERS. THE SALE IS MADE AT THE PRICE TVPRICE GIVES
      *       FOR THE BUSINESS DATE - THE PROMOTION PRICE WHILE A
      *       PROMOTION (TVPROMM) IS LIVE, OTHERWISE THE LIST PRICE
      *   O - REORDER POINT: AMOUNT BECOMES THE MAKE/SIZE'S
      *       REORDER POINT AT THE STORE (SEE TVREORD)
      *   T - TRANSFER OUT: AMOUNT LEAVES THE STORE'S ON-HAND AND
      *       GOES IN TRANSIT TO THE TO-STORE
      *   I - TRANSFER IN: AMOUNT ARRIVES AT THE STORE, MOVING
      *       FROM ITS IN-TRANSIT QUANTITY TO ITS ON-HAND
      *
      * STOCK IS HELD PER SHOWROOM ON TVSTOCK, KEYED BY STORE,
      * MAKE AND SIZE, WITH THE QUANTITY IN TRANSIT TO THE STORE.
      * TVMASTER KEEPS THE PRICE AND THE COMPANY QUANTITY: EVERY
      * STORE'S ON-HAND PLUS EVERYTHING IN TRANSIT, SO A TRANSFER
      * LEAVES IT UNCHANGED. THE STORES ARE LISTED ON TVSTORE.DAT;
      * THE FIRST ONE LISTED IS THE MAIN SHOWROOM, AND A BLANK
      * STORE ON A TRANSACTION MEANS THE MAIN SHOWROOM. WHEN
      * TVSTOCK DOES NOT YET EXIST IT IS BUILT HERE FROM TVMASTER,
      * WITH ALL ON-HAND STOCK AND REORDER POINTS IN THE MAIN
      * SHOWROOM.
      *
      * A RECEIPT IS ALSO MATCHED AGAINST THE OLDEST OPEN PURCHASE
      * ORDER FOR THE MAKE/SIZE AND STORE ON THE PO FILE TVPOM
      * MAINTAINS:
      * THE PO'S RECEIVED QUANTITY ADVANCES AND THE PO CLOSES WHEN
      * FILLED. A RECEIPT WITH NO OPEN PO, OR ONE THAT OVERSHOOTS
      * THE PO QUANTITY, IS STILL APPLIED BUT REPORTED TO
      * TVMAINT.ERR AS AN OVER/SHORT RECEIPT EXCEPTION.
      * THE PO'S UNIT COST IS THE RECEIPT COST, AND TVMASTER KEEPS
      * THE WEIGHTED-AVERAGE COST OF THE MAKE/SIZE FROM IT. A
      * RECEIPT WITH NO KNOWN COST (NO PO, OR A PO WITH NO UNIT
      * COST) LEAVES THE AVERAGE AS IT WAS AND IS REPORTED TO
      * TVMAINT.ERR.
      *
      * TRANSACTION LAYOUT (17 BYTES):
      *   ACTION X(1), MAKE X(7), SIZE 9(2), AMOUNT 9(5),
      *   STORE X(1), TO-STORE X(1) (T ONLY)
      * REJECTS GO TO TVMAINT.ERR WITH A REASON.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
                       ORGANIZATION INDEXED
                       STATUS WS-PO-FILE-STATUS
                       RECORD KEY PO-NO.
        SELECT STOCK-FILE ASSIGN "TVSTOCK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-STK-FILE-STATUS
                       RECORD KEY STK-KEY.
        SELECT STORE-FILE ASSIGN "TVSTORE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-STR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

             10 TVM-SIZE   PIC 9(02).
          05 TVM-PRICE     PIC 9(05).
          05 TVM-QTY       PIC 9(05).
      * COMPANY REORDER POINT FROM BEFORE THE STORES; REORDER
      * POINTS ARE NOW HELD PER STORE ON TVSTOCK.
          05 TVM-REORDER-PT PIC 9(05).
      * WEIGHTED-AVERAGE UNIT COST; ZERO WHILE NOT YET KNOWN.
          05 TVM-AVG-COST  PIC 9(05)V99 COMP-3.
          05 FILLER        PIC X(02).
       01 TVM-REC-X REDEFINES TVM-REC.
          05 FILLER            PIC X(19).
          05 TVM-REORDER-PT-X  PIC X(05).
          05 FILLER            PIC X(06).

       FD TRANS-FILE
       RECORD 17.
       01 TRANS-REC.
          05 TRN-ACTION    PIC X(01).
          05 TRN-MAKE      PIC X(07).
          05 TRN-SIZE      PIC 9(02).
          05 TRN-AMOUNT    PIC 9(05).
          05 TRN-STORE     PIC X(01).
          05 TRN-TO-STORE  PIC X(01).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER        PIC X(08).
          05 TRN-SIZE-X    PIC X(02).
          05 TRN-AMOUNT-X  PIC X(05).
          05 FILLER        PIC X(02).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-TRANS     PIC X(17).
          05 FILLER        PIC X(02).
          05 ERR-REASON    PIC X(30).

      * THE STOCK MOVEMENT HISTORY: EVERY APPLIED P, R, S, T AND
      * I, WITH THE BUSINESS DATE, THE PRICE IN FORCE, THE STORE
      * AND THE STORE'S ON-HAND AFTER THE MOVEMENT (A PRICE
      * CHANGE CARRIES NO STORE AND THE COMPANY QUANTITY). A
      * RECEIPT MATCHED TO A PURCHASE ORDER CARRIES THE PO NUMBER.
      * MOV-COST IS THE UNIT COST: FOR A RECEIPT THE COST RECEIVED
      * AT (ZERO WHEN NOT KNOWN), OTHERWISE THE AVERAGE COST IN
      * FORCE. TVMOVRPT REPORTS A MONTH'S ACTIVITY FROM THIS
      * JOURNAL AND TVMARGIN ITS GROSS MARGIN.
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

       FD PO-FILE
       RECORD 47.
       01 PO-REC.
          05 PO-NO         PIC 9(06).
          05 PO-SUPPLIER   PIC X(05).
          05 PO-EXPECTED   PIC 9(08).
          05 PO-STATUS     PIC X(01).
             88 PO-IS-OPEN VALUE "O".
          05 PO-STORE      PIC X(01).
          05 PO-UNIT-COST  PIC 9(05)V99.

      * STOCK PER SHOWROOM. IN-TRANSIT IS STOCK TRANSFERRED TO THE
      * STORE THAT HAS NOT YET ARRIVED.
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

      * THE STORE MASTER: ONE LINE PER SHOWROOM, MAIN ONE FIRST.
       FD STORE-FILE
       RECORD 21.
       01 STORE-REC.
          05 STR-CODE      PIC X(01).
          05 STR-NAME      PIC X(20).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
             88 ERR-STATUS-OK    VALUE "00".
          05 WS-REC-FOUND        PIC X(01) VALUE "N".
             88 REC-FOUND        VALUE "Y".
          05 WS-STK-FILE-STATUS  PIC X(02) VALUE "00".
             88 STK-STATUS-OK    VALUE "00".
             88 STK-FILE-NOT-FOUND VALUE "35".
          05 WS-STK-FOUND        PIC X(01) VALUE "N".
             88 STK-FOUND        VALUE "Y".
          05 WS-STR-FILE-STATUS  PIC X(02) VALUE "00".
             88 STR-STATUS-OK    VALUE "00".
          05 WS-STR-FILE-END     PIC X(01) VALUE "N".
             88 STR-FILE-END     VALUE "Y".
          05 WS-MST-FILE-END     PIC X(01) VALUE "N".
             88 MST-FILE-END     VALUE "Y".

       01 WS-COUNTS.
          05 WS-APPLIED-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-PO-FILE-END         PIC X(01) VALUE "N".
          88 PO-FILE-END         VALUE "Y".
       01 WS-PO-MATCHED          PIC X(01) VALUE "N".
       01 WS-RECEIPT-COST        PIC 9(05)V99 VALUE ZERO.
       01 PRC-PARM.
          05 PRC-MAKE            PIC X(07).
          05 PRC-SIZE            PIC 9(02).
          05 PRC-DATE            PIC 9(08).
          05 PRC-LIST-PRICE      PIC 9(05).
          05 PRC-SELL-PRICE      PIC 9(05).
          05 PRC-PROMO-NO        PIC 9(06).
       01 WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
       01 WS-STORE               PIC X(01) VALUE SPACE.
       01 WS-BUILT-COUNT         PIC 9(05) VALUE ZERO.

       01 WS-STORE-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-STORE-TABLE.
          05 WS-ST-CODE          PIC X(01) OCCURS 1 TO 36 TIMES
                  DEPENDING ON WS-STORE-COUNT.
       01 WS-STORE-SUB           PIC 9(02).
       01 WS-STORE-OK            PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       MAINLINE.
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-STORES THRU 1100-EXIT.
           OPEN I-O STOCK-FILE.
           IF STK-FILE-NOT-FOUND
               PERFORM 1200-BUILD-STOCK THRU 1200-EXIT
               OPEN I-O STOCK-FILE
           END-IF.
           IF NOT STK-STATUS-OK
               DISPLAY "ERROR OPENING STOCK-FILE"
               DISPLAY "FILE STATUS : " WS-STK-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O PO-FILE.
           IF PO-STATUS-OK
               MOVE "Y" TO WS-PO-AVAILABLE
       1000-EXIT.
           EXIT.

       1100-LOAD-STORES.
           OPEN INPUT STORE-FILE.
           IF NOT STR-STATUS-OK
               DISPLAY "ERROR OPENING STORE MASTER TVSTORE.DAT"
               DISPLAY "FILE STATUS : " WS-STR-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL STR-FILE-END
               READ STORE-FILE
                   AT END
                       MOVE "Y" TO WS-STR-FILE-END
                   NOT AT END
                       IF WS-STORE-COUNT < 36 AND STR-CODE NOT = SPACE
                           ADD 1 TO WS-STORE-COUNT
                           MOVE STR-CODE TO
                               WS-ST-CODE (WS-STORE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-FILE.
           IF WS-STORE-COUNT = ZERO
               DISPLAY "STORE MASTER IS EMPTY - NOTHING CAN BE APPLIED"
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      * THE FIRST RUN WITH STORES: EVERYTHING TVMASTER HOLDS IS IN
      * THE MAIN SHOWROOM.
       1200-BUILD-STOCK.
           OPEN OUTPUT STOCK-FILE.
           IF NOT STK-STATUS-OK
               DISPLAY "ERROR OPENING STOCK-FILE"
               DISPLAY "FILE STATUS : " WS-STK-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO TVM-MAKE.
           MOVE ZERO TO TVM-SIZE.
           START MASTER-FILE KEY >= TVM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MST-FILE-END
           END-START.
           PERFORM UNTIL MST-FILE-END
               READ MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-MST-FILE-END
                   NOT AT END
                       MOVE SPACES TO STOCK-REC
                       MOVE WS-ST-CODE (1) TO STK-STORE
                       MOVE TVM-MAKE TO STK-MAKE
                       MOVE TVM-SIZE TO STK-SIZE
                       MOVE TVM-QTY TO STK-ONHAND
                       MOVE ZERO TO STK-IN-TRANSIT
                       MOVE ZERO TO STK-REORDER-PT
                       IF TVM-REORDER-PT-X NUMERIC
                           MOVE TVM-REORDER-PT TO STK-REORDER-PT
                       END-IF
                       WRITE STOCK-REC
                       ADD 1 TO WS-BUILT-COUNT
               END-READ
           END-PERFORM.
           CLOSE STOCK-FILE.
           DISPLAY "STORE STOCK FILE BUILT - " WS-BUILT-COUNT
                   " ITEMS PLACED IN STORE " WS-ST-CODE (1).
       1200-EXIT.
           EXIT.

       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
               GO TO 2100-REJECT
           END-IF.

           MOVE TRN-STORE TO WS-STORE.
           IF WS-STORE = SPACE
               MOVE WS-ST-CODE (1) TO WS-STORE
           END-IF.
           PERFORM 2200-CHECK-STORE THRU 2200-EXIT.
           IF WS-STORE-OK NOT = "Y"
               MOVE "STORE NOT ON STORE MASTER" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-REC-FOUND.
           MOVE TRN-MAKE TO TVM-MAKE.
           MOVE TRN-SIZE TO TVM-SIZE.
               NOT INVALID KEY
                   MOVE "Y" TO WS-REC-FOUND
           END-READ.
           PERFORM 2300-READ-STOCK THRU 2300-EXIT.

           EVALUATE TRN-ACTION
               WHEN "P"
                   PERFORM 5000-SALE THRU 5000-EXIT
               WHEN "O"
                   PERFORM 6000-SET-REORDER-POINT THRU 6000-EXIT
               WHEN "T"
                   PERFORM 8000-TRANSFER-OUT THRU 8000-EXIT
               WHEN "I"
                   PERFORM 8500-TRANSFER-IN THRU 8500-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-REASON
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-CHECK-STORE.
           MOVE "N" TO WS-STORE-OK.
           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
               IF WS-ST-CODE (WS-STORE-SUB) = WS-STORE
                   MOVE "Y" TO WS-STORE-OK
                   MOVE WS-STORE-COUNT TO WS-STORE-SUB
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2300-READ-STOCK.
           MOVE "N" TO WS-STK-FOUND.
           MOVE WS-STORE TO STK-STORE.
           MOVE TRN-MAKE TO STK-MAKE.
           MOVE TRN-SIZE TO STK-SIZE.
           READ STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-STK-FOUND
           END-READ.
       2300-EXIT.
           EXIT.

      * A STORE'S FIRST STOCK OF A MAKE/SIZE.
       2400-NEW-STOCK.
           MOVE SPACES TO STOCK-REC.
           MOVE WS-STORE TO STK-STORE.
           MOVE TRN-MAKE TO STK-MAKE.
           MOVE TRN-SIZE TO STK-SIZE.
           MOVE ZERO TO STK-ONHAND.
           MOVE ZERO TO STK-IN-TRANSIT.
           MOVE ZERO TO STK-REORDER-PT.
           WRITE STOCK-REC.
           MOVE "Y" TO WS-STK-FOUND.
       2400-EXIT.
           EXIT.

       2500-WRITE-MOVEMENT.
           MOVE SPACES TO MOVES-REC.
           MOVE WS-BUSINESS-DATE TO MOV-DATE.
           MOVE TRN-ACTION TO MOV-ACTION.
           MOVE TVM-MAKE TO MOV-MAKE.
           MOVE TVM-SIZE TO MOV-SIZE.
           MOVE TRN-AMOUNT TO MOV-AMOUNT.
           MOVE TVM-PRICE TO MOV-PRICE.
           IF TRN-ACTION = "S"
               MOVE PRC-SELL-PRICE TO MOV-PRICE
           END-IF.
           MOVE STK-ONHAND TO MOV-ONHAND.
           MOVE STK-STORE TO MOV-STORE.
           MOVE ZERO TO MOV-PO-NO.
           IF TRN-ACTION = "R" AND WS-PO-MATCHED = "Y"
               MOVE PO-NO TO MOV-PO-NO
           END-IF.
           IF TVM-AVG-COST NOT NUMERIC
               MOVE ZERO TO TVM-AVG-COST
           END-IF.
           IF TRN-ACTION = "R"
               MOVE WS-RECEIPT-COST TO MOV-COST
           ELSE
               MOVE TVM-AVG-COST TO MOV-COST
           END-IF.
           WRITE MOVES-REC.
       2500-EXIT.
           EXIT.

       3000-PRICE-CHANGE.
           IF NOT REC-FOUND
               MOVE "MAKE/SIZE NOT ON MASTER" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TVM-AVG-COST NOT NUMERIC
               MOVE ZERO TO TVM-AVG-COST
           END-IF.
           MOVE TRN-AMOUNT TO TVM-PRICE.
           REWRITE TVM-REC.
           MOVE SPACES TO MOVES-REC.
           MOVE TRN-AMOUNT TO MOV-AMOUNT.
           MOVE TVM-PRICE TO MOV-PRICE.
           MOVE TVM-QTY TO MOV-ONHAND.
           MOVE ZERO TO MOV-PO-NO.
           MOVE TVM-AVG-COST TO MOV-COST.
           WRITE MOVES-REC.
           DISPLAY "PRICE SET: " TVM-MAKE " " TVM-SIZE
                   " = " TVM-PRICE.
      * CAN ARRIVE AHEAD OF THE CATALOGUE ENTRY; IT CARRIES PRICE
      * ZERO UNTIL A PRICE CHANGE SETS IT.
       4000-RECEIPT.
           IF STK-FOUND AND STK-ONHAND + TRN-AMOUNT > 99999
               MOVE "STORE ON-HAND WOULD OVERFLOW" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE "N" TO WS-PO-MATCHED.
           IF WS-PO-AVAILABLE = "Y"
               PERFORM 7000-MATCH-RECEIPT-TO-PO THRU 7000-EXIT
           END-IF.
           MOVE ZERO TO WS-RECEIPT-COST.
           IF WS-PO-MATCHED = "Y"
               MOVE PO-UNIT-COST TO WS-RECEIPT-COST
               IF WS-RECEIPT-COST = ZERO
                   MOVE SPACES TO ERROR-LINE
                   MOVE TRANS-REC TO ERR-TRANS
                   MOVE "RECEIPT WITH NO KNOWN COST" TO ERR-REASON
                   WRITE ERROR-LINE
               END-IF
           END-IF.
           IF REC-FOUND
               PERFORM 4100-AVERAGE-COST THRU 4100-EXIT
               ADD TRN-AMOUNT TO TVM-QTY
               REWRITE TVM-REC
           ELSE
               MOVE ZERO TO TVM-PRICE
               MOVE TRN-AMOUNT TO TVM-QTY
               MOVE ZERO TO TVM-REORDER-PT
               MOVE WS-RECEIPT-COST TO TVM-AVG-COST
               WRITE TVM-REC
               DISPLAY "NEW MAKE/SIZE CREATED BY RECEIPT: "
                       TVM-MAKE " " TVM-SIZE
           END-IF.
           IF NOT STK-FOUND
               PERFORM 2400-NEW-STOCK THRU 2400-EXIT
           END-IF.
           ADD TRN-AMOUNT TO STK-ONHAND.
           REWRITE STOCK-REC.
           PERFORM 2500-WRITE-MOVEMENT THRU 2500-EXIT.
           DISPLAY "RECEIPT: " TVM-MAKE " " TVM-SIZE " STORE "
                   STK-STORE " ON HAND " STK-ONHAND.
       4000-EXIT.
           EXIT.

      * THE STOCK ALREADY HELD AT THE OLD AVERAGE AND THE RECEIPT
      * AT ITS OWN COST. WHILE THE AVERAGE IS NOT KNOWN THE FIRST
      * COSTED RECEIPT SETS IT.
       4100-AVERAGE-COST.
           IF TVM-AVG-COST NOT NUMERIC
               MOVE ZERO TO TVM-AVG-COST
           END-IF.
           IF WS-RECEIPT-COST = ZERO
               GO TO 4100-EXIT
           END-IF.
           IF TVM-AVG-COST = ZERO OR TVM-QTY = ZERO
               MOVE WS-RECEIPT-COST TO TVM-AVG-COST
               GO TO 4100-EXIT
           END-IF.
           COMPUTE TVM-AVG-COST ROUNDED =
               (TVM-QTY * TVM-AVG-COST + TRN-AMOUNT * WS-RECEIPT-COST)
               / (TVM-QTY + TRN-AMOUNT).
       4100-EXIT.
           EXIT.

       5000-SALE.
           IF NOT REC-FOUND
               MOVE "MAKE/SIZE NOT ON MASTER" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           IF NOT STK-FOUND OR TRN-AMOUNT > STK-ONHAND
                   OR TRN-AMOUNT > TVM-QTY
               MOVE "SALE EXCEEDS ON-HAND QUANTITY" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           SUBTRACT TRN-AMOUNT FROM TVM-QTY.
           REWRITE TVM-REC.
           SUBTRACT TRN-AMOUNT FROM STK-ONHAND.
           REWRITE STOCK-REC.
           MOVE TVM-MAKE TO PRC-MAKE.
           MOVE TVM-SIZE TO PRC-SIZE.
           MOVE WS-BUSINESS-DATE TO PRC-DATE.
           MOVE TVM-PRICE TO PRC-LIST-PRICE.
           CALL "TVPRICE" USING PRC-PARM.
           PERFORM 2500-WRITE-MOVEMENT THRU 2500-EXIT.
           DISPLAY "SALE: " TVM-MAKE " " TVM-SIZE " STORE "
                   STK-STORE " ON HAND " STK-ONHAND.
           IF PRC-PROMO-NO NOT = ZERO
               DISPLAY "  SOLD ON PROMOTION " PRC-PROMO-NO
                       " AT " PRC-SELL-PRICE
           END-IF.
       5000-EXIT.
           EXIT.

               MOVE "MAKE/SIZE NOT ON MASTER" TO WS-REASON
               GO TO 6000-EXIT
           END-IF.
           IF NOT STK-FOUND
               PERFORM 2400-NEW-STOCK THRU 2400-EXIT
           END-IF.
           MOVE TRN-AMOUNT TO STK-REORDER-PT.
           REWRITE STOCK-REC.
           DISPLAY "REORDER POINT SET: " TVM-MAKE " " TVM-SIZE
                   " STORE " STK-STORE " = " STK-REORDER-PT.
       6000-EXIT.
           EXIT.

                   AT END
                       MOVE "Y" TO WS-PO-FILE-END
                   NOT AT END
                       IF PO-STORE = SPACE
                           MOVE WS-ST-CODE (1) TO PO-STORE
                       END-IF
                       IF PO-IS-OPEN
                               AND PO-MAKE = TRN-MAKE
                               AND PO-SIZE = TRN-SIZE
                               AND PO-STORE = WS-STORE
                           MOVE "Y" TO WS-PO-MATCHED
                           MOVE "Y" TO WS-PO-FILE-END
                       END-IF
       7000-EXIT.
           EXIT.

      * THE STOCK LEAVES THIS STORE AND IS IN TRANSIT TO THE OTHER
      * UNTIL ITS "I" ARRIVES. THE COMPANY QUANTITY DOES NOT MOVE.
       8000-TRANSFER-OUT.
           IF NOT REC-FOUND
               MOVE "MAKE/SIZE NOT ON MASTER" TO WS-REASON
               GO TO 8000-EXIT
           END-IF.
           IF TRN-AMOUNT = ZERO
               MOVE "TRANSFER QUANTITY IS ZERO" TO WS-REASON
               GO TO 8000-EXIT
           END-IF.
           IF NOT STK-FOUND OR TRN-AMOUNT > STK-ONHAND
               MOVE "TRANSFER EXCEEDS ON-HAND" TO WS-REASON
               GO TO 8000-EXIT
           END-IF.
           MOVE TRN-TO-STORE TO WS-STORE.
           PERFORM 2200-CHECK-STORE THRU 2200-EXIT.
           IF WS-STORE-OK NOT = "Y" OR WS-STORE = STK-STORE
               MOVE "TO-STORE MISSING OR INVALID" TO WS-REASON
               GO TO 8000-EXIT
           END-IF.

           SUBTRACT TRN-AMOUNT FROM STK-ONHAND.
           REWRITE STOCK-REC.
           PERFORM 2500-WRITE-MOVEMENT THRU 2500-EXIT.
           DISPLAY "TRANSFER OUT: " TVM-MAKE " " TVM-SIZE " STORE "
                   STK-STORE " TO " WS-STORE " QTY " TRN-AMOUNT.

           PERFORM 2300-READ-STOCK THRU 2300-EXIT.
           IF NOT STK-FOUND
               PERFORM 2400-NEW-STOCK THRU 2400-EXIT
           END-IF.
           ADD TRN-AMOUNT TO STK-IN-TRANSIT.
           REWRITE STOCK-REC.
       8000-EXIT.
           EXIT.

       8500-TRANSFER-IN.
           IF NOT REC-FOUND
               MOVE "MAKE/SIZE NOT ON MASTER" TO WS-REASON
               GO TO 8500-EXIT
           END-IF.
           IF NOT STK-FOUND OR TRN-AMOUNT = ZERO
                   OR TRN-AMOUNT > STK-IN-TRANSIT
               MOVE "NOT THAT MUCH IN TRANSIT" TO WS-REASON
               GO TO 8500-EXIT
           END-IF.
           SUBTRACT TRN-AMOUNT FROM STK-IN-TRANSIT.
           ADD TRN-AMOUNT TO STK-ONHAND.
           REWRITE STOCK-REC.
           PERFORM 2500-WRITE-MOVEMENT THRU 2500-EXIT.
           DISPLAY "TRANSFER IN: " TVM-MAKE " " TVM-SIZE " STORE "
                   STK-STORE " ON HAND " STK-ONHAND.
       8500-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE MASTER-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.
           CLOSE MOVES-FILE.
           CLOSE STOCK-FILE.
           IF WS-PO-AVAILABLE = "Y"
               CLOSE PO-FILE
           END-IF.
