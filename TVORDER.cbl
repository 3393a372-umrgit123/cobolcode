       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVORDER.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV SALES ORDER ENTRY AND INVOICING.
      *
      * TAKES THE DAY'S CUSTOMER ORDERS (TVORDERS.DAT), CHECKS EACH
      * LINE AGAINST THE STOCK OF THE SHOWROOM SELLING IT (TVSTOCK),
      * PRICES IT AT THE SELLING PRICE LESS ANY DISCOUNT, AND
      * ISSUES ONE NUMBERED INVOICE PER ORDER. THE SELLING PRICE IS
      * THE TVMASTER PRICE, OR THE PROMOTION PRICE WHILE A
      * PROMOTION IS LIVE ON THE BUSINESS DATE (TVPRICE):
      *   TVINVOICE.DAT - THE INVOICE FILE, ONE RECORD PER INVOICE
      *                   LINE, KEPT FROM DAY TO DAY. THE SALES
      *                   JOURNAL (TVSALJNL), THE CUSTOMER HISTORY
      *                   (TVCUSINQ) AND TVMOVRPT'S REVENUE ALL
      *                   COME FROM IT.
      *   TVINVOICE.PRT - THE INVOICE DOCUMENTS FOR THE CUSTOMERS.
      *   TVTRANS.DAT   - AN "S" TRANSACTION PER INVOICE LINE IS
      *                   ADDED FOR TVMAINT, SO ORDERS ARE TAKEN
      *                   BEFORE THE DAY'S TVMAINT RUN.
      * INVOICE NUMBERS RUN ON FROM TVINV.CTL (NEXT NUMBER 9(6));
      * WITH NO CONTROL FILE THEY START AT 000001.
      *
      * STOCK AVAILABLE TO A LINE IS THE STORE'S ON-HAND QUANTITY
      * LESS THE STORE'S "S" TRANSACTIONS ALREADY WAITING ON
      * TVTRANS.DAT AND THE LINES ALREADY INVOICED FROM THE STORE
      * IN THIS RUN, SO STOCK IS NEVER SOLD TWICE BEFORE TVMAINT
      * CATCHES UP.
      *
      * ORDER LAYOUT (20 BYTES), A HEADER FOLLOWED BY ITS LINES:
      *   H: TYPE "H", CUSTOMER 9(6), CUSTOMER REFERENCE X(10),
      *      STORE X(1) (BLANK = THE MAIN SHOWROOM, THE FIRST ON
      *      TVSTORE.DAT)
      *   L: TYPE "L", MAKE X(7), SIZE 9(2), QUANTITY 9(5),
      *      DISCOUNT PERCENT 9(2)V9 (UP TO 50.0)
      * A HEADER FOR AN UNKNOWN OR CLOSED CUSTOMER OR AN UNKNOWN
      * STORE REJECTS THE
      * WHOLE ORDER; A LINE THAT CANNOT BE FILLED IS REJECTED AND
      * THE REST OF THE ORDER IS STILL INVOICED. REJECTS GO TO
      * TVORDER.ERR WITH A REASON.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT ORDER-FILE ASSIGN "TVORDERS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ORD-FILE-STATUS.
        SELECT CUST-FILE ASSIGN "TVCUST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-CUS-FILE-STATUS
                       RECORD KEY CUS-NO.
        SELECT MASTER-FILE ASSIGN "TVMASTER"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-MST-FILE-STATUS
                       RECORD KEY TVM-KEY.
        SELECT STOCK-FILE ASSIGN "TVSTOCK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-STK-FILE-STATUS
                       RECORD KEY STK-KEY.
        SELECT STORE-FILE ASSIGN "TVSTORE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-STR-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "TVTRANS.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT INVOICE-FILE ASSIGN "TVINVOICE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-INV-FILE-STATUS.
        SELECT PRINT-FILE ASSIGN "TVINVOICE.PRT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRT-FILE-STATUS.
        SELECT INVCTL-FILE ASSIGN "TVINV.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CTL-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "TVORDER.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD ORDER-FILE
       RECORD 20.
       01 ORDER-REC.
          05 ORD-TYPE      PIC X(01).
          05 ORD-DETAIL    PIC X(19).
       01 ORDER-HEADER REDEFINES ORDER-REC.
          05 FILLER        PIC X(01).
          05 ORD-CUSTOMER  PIC 9(06).
          05 ORD-CUSTOMER-X REDEFINES ORD-CUSTOMER PIC X(06).
          05 ORD-CUST-REF  PIC X(10).
          05 ORD-STORE     PIC X(01).
          05 FILLER        PIC X(02).
       01 ORDER-LINE REDEFINES ORDER-REC.
          05 FILLER        PIC X(01).
          05 ORD-MAKE      PIC X(07).
          05 ORD-SIZE      PIC 9(02).
          05 ORD-SIZE-X REDEFINES ORD-SIZE PIC X(02).
          05 ORD-QTY       PIC 9(05).
          05 ORD-QTY-X REDEFINES ORD-QTY PIC X(05).
          05 ORD-DISCOUNT  PIC 9(02)V9.
          05 ORD-DISCOUNT-X REDEFINES ORD-DISCOUNT PIC X(03).
          05 FILLER        PIC X(02).

       FD CUST-FILE
       RECORD 100.
       01 CUST-REC.
          05 CUS-NO        PIC 9(06).
          05 CUS-NAME      PIC X(25).
          05 CUS-ADDRESS   PIC X(30).
          05 CUS-TOWN      PIC X(16).
          05 CUS-PHONE     PIC X(12).
          05 CUS-STATUS    PIC X(01).
             88 CUS-IS-OPEN VALUE "A".
          05 CUS-OPENED    PIC 9(08).
          05 FILLER        PIC X(02).

       FD MASTER-FILE
       RECORD 30.
       01 TVM-REC.
          05 TVM-KEY.
             10 TVM-MAKE   PIC X(07).
             10 TVM-SIZE   PIC 9(02).
          05 TVM-PRICE     PIC 9(05).
          05 TVM-QTY       PIC 9(05).
          05 FILLER        PIC X(11).

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

      * THE INVOICE FILE: ONE RECORD PER INVOICE LINE. MONEY IS
      * HELD TO THE CENT; GROSS IS QUANTITY TIMES THE SELLING PRICE
      * AND NET IS GROSS LESS THE LINE DISCOUNT. THE STORE IS THE
      * SHOWROOM THAT SOLD IT.
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

       FD PRINT-FILE.
       01 PRINT-LINE       PIC X(80).

       FD INVCTL-FILE
       RECORD 6.
       01 INVCTL-REC.
          05 CTL-NEXT-INVOICE PIC 9(06).
       01 INVCTL-REC-X REDEFINES INVCTL-REC.
          05 CTL-NEXT-INVOICE-X PIC X(06).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-ORDER     PIC X(20).
          05 FILLER        PIC X(02).
          05 ERR-REASON    PIC X(30).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-ORD-FILE-STATUS  PIC X(02) VALUE "00".
             88 ORD-STATUS-OK    VALUE "00".
          05 WS-ORD-FILE-END     PIC X(01) VALUE "N".
             88 ORD-FILE-END     VALUE "Y".
          05 WS-CUS-FILE-STATUS  PIC X(02) VALUE "00".
             88 CUS-STATUS-OK    VALUE "00".
          05 WS-MST-FILE-STATUS  PIC X(02) VALUE "00".
             88 MST-STATUS-OK    VALUE "00".
          05 WS-STK-FILE-STATUS  PIC X(02) VALUE "00".
             88 STK-STATUS-OK    VALUE "00".
          05 WS-STR-FILE-STATUS  PIC X(02) VALUE "00".
             88 STR-STATUS-OK    VALUE "00".
          05 WS-STR-FILE-END     PIC X(01) VALUE "N".
             88 STR-FILE-END     VALUE "Y".
          05 WS-TRN-FILE-STATUS  PIC X(02) VALUE "00".
             88 TRN-STATUS-OK    VALUE "00".
             88 TRN-NOT-FOUND    VALUE "35".
          05 WS-TRN-FILE-END     PIC X(01) VALUE "N".
             88 TRN-FILE-END     VALUE "Y".
          05 WS-INV-FILE-STATUS  PIC X(02) VALUE "00".
             88 INV-STATUS-OK    VALUE "00".
             88 INV-NOT-FOUND    VALUE "35".
          05 WS-PRT-FILE-STATUS  PIC X(02) VALUE "00".
             88 PRT-STATUS-OK    VALUE "00".
          05 WS-CTL-FILE-STATUS  PIC X(02) VALUE "00".
             88 CTL-STATUS-OK    VALUE "00".
             88 CTL-NOT-FOUND    VALUE "35".
          05 WS-ERR-FILE-STATUS  PIC X(02) VALUE "00".
             88 ERR-STATUS-OK    VALUE "00".
          05 WS-ORDER-ACTIVE     PIC X(01) VALUE "N".
             88 ORDER-ACTIVE     VALUE "Y".
          05 WS-ORDER-OK         PIC X(01) VALUE "N".
             88 ORDER-OK         VALUE "Y".
          05 WS-ITEM-HIT         PIC X(01) VALUE "N".

       01 WS-COUNTS.
          05 WS-ORDER-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-INVOICE-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-LINE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-PENDING-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-REASON              PIC X(30) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
       01 PRC-PARM.
          05 PRC-MAKE            PIC X(07).
          05 PRC-SIZE            PIC 9(02).
          05 PRC-DATE            PIC 9(08).
          05 PRC-LIST-PRICE      PIC 9(05).
          05 PRC-SELL-PRICE      PIC 9(05).
          05 PRC-PROMO-NO        PIC 9(06).
       01 WS-MAX-DISCOUNT        PIC 9(02)V9 VALUE 50.0.
       01 WS-INVOICE-NO          PIC 9(06) VALUE ZERO.
       01 WS-RUN-NET             PIC 9(09)V99 VALUE ZERO.

       01 WS-STORE-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 1 TO 36 TIMES
                  DEPENDING ON WS-STORE-COUNT.
             10 WS-ST-CODE       PIC X(01).
             10 WS-ST-NAME       PIC X(20).
       01 WS-STORE-SUB           PIC 9(02).

      * STOCK ALREADY SPOKEN FOR, PER STORE AND MAKE/SIZE: "S"
      * TRANSACTIONS WAITING FOR TVMAINT PLUS LINES INVOICED IN
      * THIS RUN.
       01 WS-FIND-STORE          PIC X(01).
       01 WS-ITEM-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-ITEM-COUNT.
             10 WS-IT-STORE      PIC X(01).
             10 WS-IT-MAKE       PIC X(07).
             10 WS-IT-SIZE       PIC 9(02).
             10 WS-IT-COMMITTED  PIC 9(07).
       01 WS-ITEM-SUB            PIC 9(03).
       01 WS-AVAILABLE           PIC S9(07).

      * THE ORDER BEING BUILT.
       01 WS-ORD-CUSTOMER        PIC 9(06).
       01 WS-ORD-CUST-REF        PIC X(10).
       01 WS-ORD-STORE           PIC X(01).
       01 WS-ORD-STORE-NAME      PIC X(20).
       01 WS-ORD-NAME            PIC X(25).
       01 WS-ORD-ADDRESS         PIC X(30).
       01 WS-ORD-TOWN            PIC X(16).
       01 WS-LN-COUNT            PIC 9(02) VALUE ZERO.
       01 WS-LN-TABLE.
          05 WS-LN-ENTRY OCCURS 20 TIMES.
             10 WS-LN-MAKE       PIC X(07).
             10 WS-LN-SIZE       PIC 9(02).
             10 WS-LN-QTY        PIC 9(05).
             10 WS-LN-PRICE      PIC 9(05).
             10 WS-LN-DISCOUNT   PIC 9(02)V9.
             10 WS-LN-GROSS      PIC 9(08)V99.
             10 WS-LN-NET        PIC 9(08)V99.
       01 WS-LN-SUB              PIC 9(02).
       01 WS-ORD-GROSS           PIC 9(09)V99.
       01 WS-ORD-NET             PIC 9(09)V99.
       01 WS-ORD-DISCOUNT        PIC 9(09)V99.

       01 WS-PRINT.
          05 WS-PRT-QTY          PIC ZZ,ZZ9.
          05 WS-PRT-PRICE        PIC ZZ,ZZ9.
          05 WS-PRT-DISCOUNT     PIC Z9.9.
          05 WS-PRT-GROSS        PIC ZZ,ZZZ,ZZ9.99.
          05 WS-PRT-NET          PIC ZZ,ZZZ,ZZ9.99.
          05 WS-PRT-ORD-GROSS    PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-ORD-NET      PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-ORD-DISC     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-TAKE-ORDERS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           OPEN INPUT ORDER-FILE.
           IF NOT ORD-STATUS-OK
               DISPLAY "ERROR OPENING ORDER-FILE"
               DISPLAY "FILE STATUS : " WS-ORD-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CUST-FILE.
           IF NOT CUS-STATUS-OK
               DISPLAY "ERROR OPENING CUST-FILE - RUN TVCUSTM"
               DISPLAY "FILE STATUS : " WS-CUS-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF NOT MST-STATUS-OK
               DISPLAY "ERROR OPENING MASTER-FILE - RUN TVLOAD"
               DISPLAY "FILE STATUS : " WS-MST-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT STOCK-FILE.
           IF NOT STK-STATUS-OK
               DISPLAY "ERROR OPENING STOCK-FILE - RUN TVMAINT"
               DISPLAY "FILE STATUS : " WS-STK-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM 1050-LOAD-STORES THRU 1050-EXIT.

           OPEN INPUT INVCTL-FILE.
           IF CTL-NOT-FOUND
               DISPLAY "NO TVINV.CTL - INVOICE NUMBERS START AT 000001"
               MOVE 1 TO WS-INVOICE-NO
           ELSE
               IF NOT CTL-STATUS-OK
                   DISPLAY "ERROR OPENING INVCTL-FILE"
                   DISPLAY "FILE STATUS : " WS-CTL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               READ INVCTL-FILE
                   AT END
                       MOVE SPACES TO INVCTL-REC
               END-READ
               CLOSE INVCTL-FILE
               IF CTL-NEXT-INVOICE-X NOT NUMERIC
                       OR CTL-NEXT-INVOICE = ZERO
                   DISPLAY "TVINV.CTL NEXT INVOICE NUMBER IS NOT "
                           "NUMERIC - NO INVOICES ISSUED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE CTL-NEXT-INVOICE TO WS-INVOICE-NO
           END-IF.

           PERFORM 1100-COUNT-PENDING-SALES THRU 1100-EXIT.

           OPEN EXTEND TRANS-FILE.
           IF TRN-NOT-FOUND
               OPEN OUTPUT TRANS-FILE
           END-IF.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR OPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND INVOICE-FILE.
           IF INV-NOT-FOUND
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           IF NOT INV-STATUS-OK
               DISPLAY "ERROR OPENING INVOICE-FILE"
               DISPLAY "FILE STATUS : " WS-INV-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF NOT PRT-STATUS-OK
               DISPLAY "ERROR OPENING PRINT-FILE"
               DISPLAY "FILE STATUS : " WS-PRT-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1050-LOAD-STORES.
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
                           MOVE STR-NAME TO
                               WS-ST-NAME (WS-STORE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-FILE.
           IF WS-STORE-COUNT = ZERO
               DISPLAY "STORE MASTER IS EMPTY - NO ORDERS TAKEN"
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      * SALES ALREADY WAITING FOR TVMAINT ARE NOT ON THE STORE'S
      * ON-HAND YET, SO THEY ARE COUNTED AS COMMITTED.
       1100-COUNT-PENDING-SALES.
           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       IF TRN-ACTION = "S"
                               AND TRN-SIZE-X NUMERIC
                               AND TRN-AMOUNT-X NUMERIC
                           MOVE TRN-MAKE TO TVM-MAKE
                           MOVE TRN-SIZE TO TVM-SIZE
                           MOVE TRN-STORE TO WS-FIND-STORE
                           IF WS-FIND-STORE = SPACE
                               MOVE WS-ST-CODE (1) TO WS-FIND-STORE
                           END-IF
                           PERFORM 2500-FIND-ITEM THRU 2500-EXIT
                           IF WS-ITEM-HIT = "Y"
                               ADD TRN-AMOUNT TO
                                   WS-IT-COMMITTED (WS-ITEM-SUB)
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
       1100-EXIT.
           EXIT.

       2000-TAKE-ORDERS.
           PERFORM UNTIL ORD-FILE-END
               READ ORDER-FILE
                   AT END
                       MOVE "Y" TO WS-ORD-FILE-END
                   NOT AT END
                       PERFORM 2100-TAKE-ONE THRU 2100-EXIT
               END-READ
           END-PERFORM.
           PERFORM 3000-INVOICE-ORDER THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-TAKE-ONE.
           MOVE SPACES TO WS-REASON.
           EVALUATE ORD-TYPE
               WHEN "H"
                   PERFORM 3000-INVOICE-ORDER THRU 3000-EXIT
                   PERFORM 2200-START-ORDER THRU 2200-EXIT
               WHEN "L"
                   IF NOT ORDER-ACTIVE
                       MOVE "LINE WITH NO ORDER HEADER" TO WS-REASON
                   ELSE
                       IF NOT ORDER-OK
                           MOVE "ORDER HEADER WAS REJECTED"
                               TO WS-REASON
                       ELSE
                           PERFORM 2300-ADD-LINE THRU 2300-EXIT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-REASON
           END-EVALUATE.

           IF WS-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE ORDER-REC TO ERR-ORDER.
           MOVE WS-REASON TO ERR-REASON.
           WRITE ERROR-LINE.
           DISPLAY "REJECTED " ORDER-REC " - " WS-REASON.
       2100-EXIT.
           EXIT.

       2200-START-ORDER.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE "Y" TO WS-ORDER-ACTIVE.
           MOVE "N" TO WS-ORDER-OK.
           MOVE ZERO TO WS-LN-COUNT.
           IF ORD-CUSTOMER-X NOT NUMERIC
               MOVE "CUSTOMER NOT NUMERIC" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE ORD-CUSTOMER TO CUS-NO.
           READ CUST-FILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REASON
           END-READ.
           IF WS-REASON NOT = SPACES
               GO TO 2200-EXIT
           END-IF.
           IF NOT CUS-IS-OPEN
               MOVE "CUSTOMER IS CLOSED" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE ORD-STORE TO WS-ORD-STORE.
           IF WS-ORD-STORE = SPACE
               MOVE WS-ST-CODE (1) TO WS-ORD-STORE
           END-IF.
           MOVE SPACES TO WS-ORD-STORE-NAME.
           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
               IF WS-ST-CODE (WS-STORE-SUB) = WS-ORD-STORE
                   MOVE WS-ST-NAME (WS-STORE-SUB) TO WS-ORD-STORE-NAME
                   MOVE WS-STORE-COUNT TO WS-STORE-SUB
               END-IF
           END-PERFORM.
           IF WS-ORD-STORE-NAME = SPACES
               MOVE "STORE NOT ON STORE MASTER" TO WS-REASON
               GO TO 2200-EXIT
           END-IF.
           MOVE "Y" TO WS-ORDER-OK.
           MOVE ORD-CUSTOMER TO WS-ORD-CUSTOMER.
           MOVE ORD-CUST-REF TO WS-ORD-CUST-REF.
           MOVE CUS-NAME TO WS-ORD-NAME.
           MOVE CUS-ADDRESS TO WS-ORD-ADDRESS.
           MOVE CUS-TOWN TO WS-ORD-TOWN.
       2200-EXIT.
           EXIT.

       2300-ADD-LINE.
           IF ORD-SIZE-X NOT NUMERIC OR ORD-QTY-X NOT NUMERIC
                   OR ORD-QTY = ZERO
               MOVE "SIZE OR QUANTITY INVALID" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.
           IF ORD-DISCOUNT-X = SPACES
               MOVE ZERO TO ORD-DISCOUNT
           END-IF.
           IF ORD-DISCOUNT-X NOT NUMERIC
               MOVE "DISCOUNT NOT NUMERIC" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.
           IF ORD-DISCOUNT > WS-MAX-DISCOUNT
               MOVE "DISCOUNT OVER 50 PERCENT" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.
           IF WS-LN-COUNT >= 20
               MOVE "MORE THAN 20 LINES ON ORDER" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE ORD-MAKE TO TVM-MAKE.
           MOVE ORD-SIZE TO TVM-SIZE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "MAKE/SIZE NOT ON MASTER" TO WS-REASON
           END-READ.
           IF WS-REASON NOT = SPACES
               GO TO 2300-EXIT
           END-IF.
           MOVE TVM-MAKE TO PRC-MAKE.
           MOVE TVM-SIZE TO PRC-SIZE.
           MOVE WS-BUSINESS-DATE TO PRC-DATE.
           MOVE TVM-PRICE TO PRC-LIST-PRICE.
           CALL "TVPRICE" USING PRC-PARM.
           IF PRC-SELL-PRICE = ZERO
               MOVE "MAKE/SIZE NOT YET PRICED" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-ORD-STORE TO STK-STORE.
           MOVE ORD-MAKE TO STK-MAKE.
           MOVE ORD-SIZE TO STK-SIZE.
           READ STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO STK-ONHAND
           END-READ.

           MOVE WS-ORD-STORE TO WS-FIND-STORE.
           PERFORM 2500-FIND-ITEM THRU 2500-EXIT.
           IF WS-ITEM-HIT = "N"
               MOVE "STOCK TABLE FULL" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-AVAILABLE =
               STK-ONHAND - WS-IT-COMMITTED (WS-ITEM-SUB).
           IF ORD-QTY > WS-AVAILABLE
               MOVE "INSUFFICIENT STOCK" TO WS-REASON
               GO TO 2300-EXIT
           END-IF.

           ADD ORD-QTY TO WS-IT-COMMITTED (WS-ITEM-SUB).
           ADD 1 TO WS-LN-COUNT.
           MOVE ORD-MAKE TO WS-LN-MAKE (WS-LN-COUNT).
           MOVE ORD-SIZE TO WS-LN-SIZE (WS-LN-COUNT).
           MOVE ORD-QTY TO WS-LN-QTY (WS-LN-COUNT).
           MOVE PRC-SELL-PRICE TO WS-LN-PRICE (WS-LN-COUNT).
           MOVE ORD-DISCOUNT TO WS-LN-DISCOUNT (WS-LN-COUNT).
           COMPUTE WS-LN-GROSS (WS-LN-COUNT) =
               ORD-QTY * PRC-SELL-PRICE.
           COMPUTE WS-LN-NET (WS-LN-COUNT) ROUNDED =
               WS-LN-GROSS (WS-LN-COUNT) * (100 - ORD-DISCOUNT) / 100.
       2300-EXIT.
           EXIT.

      * FINDS THE COMMITTED-STOCK SLOT FOR WS-FIND-STORE AND
      * TVM-MAKE/TVM-SIZE, ADDING ONE IF THIS IS THE FIRST TIME IT
      * IS SEEN.
       2500-FIND-ITEM.
           MOVE "N" TO WS-ITEM-HIT.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                      OR WS-ITEM-HIT = "Y"
               IF WS-IT-STORE (WS-ITEM-SUB) = WS-FIND-STORE
                       AND WS-IT-MAKE (WS-ITEM-SUB) = TVM-MAKE
                       AND WS-IT-SIZE (WS-ITEM-SUB) = TVM-SIZE
                   MOVE "Y" TO WS-ITEM-HIT
               END-IF
           END-PERFORM.
           IF WS-ITEM-HIT = "Y"
               SUBTRACT 1 FROM WS-ITEM-SUB
               GO TO 2500-EXIT
           END-IF.
           IF WS-ITEM-COUNT < 300
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
               MOVE WS-FIND-STORE TO WS-IT-STORE (WS-ITEM-SUB)
               MOVE TVM-MAKE TO WS-IT-MAKE (WS-ITEM-SUB)
               MOVE TVM-SIZE TO WS-IT-SIZE (WS-ITEM-SUB)
               MOVE ZERO TO WS-IT-COMMITTED (WS-ITEM-SUB)
               MOVE "Y" TO WS-ITEM-HIT
           ELSE
               DISPLAY "STOCK TABLE FULL - " TVM-MAKE " " TVM-SIZE
           END-IF.
       2500-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * THE ORDER IS COMPLETE: ONE INVOICE NUMBER, THE INVOICE
      * LINES, THE PRINTED INVOICE AND THE SALES FOR TVMAINT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       3000-INVOICE-ORDER.
           IF NOT ORDER-ACTIVE
               GO TO 3000-EXIT
           END-IF.
           MOVE "N" TO WS-ORDER-ACTIVE.
           IF NOT ORDER-OK
               GO TO 3000-EXIT
           END-IF.
           IF WS-LN-COUNT = ZERO
               DISPLAY "ORDER FOR CUSTOMER " WS-ORD-CUSTOMER
                       " HAS NO LINES TO INVOICE"
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-INVOICE-COUNT.
           MOVE ZERO TO WS-ORD-GROSS.
           MOVE ZERO TO WS-ORD-NET.
           PERFORM 3100-PRINT-HEADING THRU 3100-EXIT.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LN-COUNT
               PERFORM 3200-ISSUE-LINE THRU 3200-EXIT
           END-PERFORM.
           PERFORM 3300-PRINT-TOTALS THRU 3300-EXIT.
           ADD WS-ORD-NET TO WS-RUN-NET.
           DISPLAY "INVOICE " WS-INVOICE-NO " CUSTOMER "
                   WS-ORD-CUSTOMER " NET " WS-PRT-ORD-NET.
           ADD 1 TO WS-INVOICE-NO.
       3000-EXIT.
           EXIT.

       3100-PRINT-HEADING.
           MOVE SPACES TO PRINT-LINE.
           STRING "INVOICE " WS-INVOICE-NO
                  "          DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CUSTOMER " WS-ORD-CUSTOMER "  " WS-ORD-NAME
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE WS-ORD-ADDRESS TO PRINT-LINE (18:30).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE WS-ORD-TOWN TO PRINT-LINE (18:16).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "YOUR REFERENCE " WS-ORD-CUST-REF
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "SOLD FROM      " WS-ORD-STORE-NAME
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "LN MAKE    SZ    QTY  PRICE DISC%"
                  "          GROSS            NET"
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
       3100-EXIT.
           EXIT.

       3200-ISSUE-LINE.
           MOVE SPACES TO INVOICE-REC.
           MOVE WS-INVOICE-NO TO INV-NO.
           MOVE WS-BUSINESS-DATE TO INV-DATE.
           MOVE WS-ORD-CUSTOMER TO INV-CUSTOMER.
           MOVE WS-ORD-CUST-REF TO INV-CUST-REF.
           MOVE WS-LN-SUB TO INV-LINE.
           MOVE WS-LN-MAKE (WS-LN-SUB) TO INV-MAKE.
           MOVE WS-LN-SIZE (WS-LN-SUB) TO INV-SIZE.
           MOVE WS-LN-QTY (WS-LN-SUB) TO INV-QTY.
           MOVE WS-LN-PRICE (WS-LN-SUB) TO INV-PRICE.
           MOVE WS-LN-DISCOUNT (WS-LN-SUB) TO INV-DISCOUNT.
           MOVE WS-LN-GROSS (WS-LN-SUB) TO INV-GROSS.
           MOVE WS-LN-NET (WS-LN-SUB) TO INV-NET.
           MOVE WS-ORD-STORE TO INV-STORE.
           WRITE INVOICE-REC.
           ADD 1 TO WS-LINE-COUNT.
           ADD INV-GROSS TO WS-ORD-GROSS.
           ADD INV-NET TO WS-ORD-NET.

           MOVE SPACES TO TRANS-REC.
           MOVE "S" TO TRN-ACTION.
           MOVE INV-MAKE TO TRN-MAKE.
           MOVE INV-SIZE TO TRN-SIZE.
           MOVE INV-QTY TO TRN-AMOUNT.
           MOVE INV-STORE TO TRN-STORE.
           WRITE TRANS-REC.

           MOVE INV-QTY TO WS-PRT-QTY.
           MOVE INV-PRICE TO WS-PRT-PRICE.
           MOVE INV-DISCOUNT TO WS-PRT-DISCOUNT.
           MOVE INV-GROSS TO WS-PRT-GROSS.
           MOVE INV-NET TO WS-PRT-NET.
           MOVE SPACES TO PRINT-LINE.
           MOVE INV-LINE TO PRINT-LINE (1:2).
           MOVE INV-MAKE TO PRINT-LINE (4:7).
           MOVE INV-SIZE TO PRINT-LINE (12:2).
           MOVE WS-PRT-QTY TO PRINT-LINE (15:6).
           MOVE WS-PRT-PRICE TO PRINT-LINE (22:6).
           MOVE WS-PRT-DISCOUNT TO PRINT-LINE (30:4).
           MOVE WS-PRT-GROSS TO PRINT-LINE (35:13).
           MOVE WS-PRT-NET TO PRINT-LINE (50:13).
           WRITE PRINT-LINE.
       3200-EXIT.
           EXIT.

       3300-PRINT-TOTALS.
           COMPUTE WS-ORD-DISCOUNT = WS-ORD-GROSS - WS-ORD-NET.
           MOVE WS-ORD-GROSS TO WS-PRT-ORD-GROSS.
           MOVE WS-ORD-DISCOUNT TO WS-PRT-ORD-DISC.
           MOVE WS-ORD-NET TO WS-PRT-ORD-NET.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "                    GOODS VALUE  " WS-PRT-ORD-GROSS
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "                    DISCOUNT     " WS-PRT-ORD-DISC
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "                    AMOUNT DUE   " WS-PRT-ORD-NET
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL "-" TO PRINT-LINE.
           WRITE PRINT-LINE.
       3300-EXIT.
           EXIT.

      * THE NEXT INVOICE NUMBER IS SAVED EVEN WHEN NO INVOICE WAS
      * ISSUED, SO A FIRST RUN WITHOUT TVINV.CTL CREATES IT.
       9999-CLEANUP.
           CLOSE ORDER-FILE.
           CLOSE CUST-FILE.
           CLOSE MASTER-FILE.
           CLOSE STOCK-FILE.
           CLOSE TRANS-FILE.
           CLOSE INVOICE-FILE.
           CLOSE PRINT-FILE.
           CLOSE ERROR-FILE.

           MOVE WS-INVOICE-NO TO CTL-NEXT-INVOICE.
           OPEN OUTPUT INVCTL-FILE.
           IF CTL-STATUS-OK
               WRITE INVCTL-REC
               CLOSE INVCTL-FILE
           ELSE
               DISPLAY "CANNOT REWRITE TVINV.CTL - NEXT INVOICE IS "
                       WS-INVOICE-NO
               DISPLAY "FILE STATUS : " WS-CTL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "ORDERS READ          : " WS-ORDER-COUNT.
           DISPLAY "INVOICES ISSUED      : " WS-INVOICE-COUNT.
           DISPLAY "LINES INVOICED       : " WS-LINE-COUNT.
           DISPLAY "RECORDS REJECTED     : " WS-REJECT-COUNT.
           DISPLAY "SALES ALREADY PENDING: " WS-PENDING-COUNT.
           DISPLAY "NET VALUE INVOICED   : " WS-RUN-NET.
           DISPLAY "NEXT INVOICE NUMBER  : " WS-INVOICE-NO.
       9999-EXIT.
           EXIT.
