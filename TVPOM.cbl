      * TO THE KEYED PO FILE (TVPO) TVMAINT MATCHES RECEIPTS
      * AGAINST:
      *   A - ADD AN ORDER (SUPPLIER MUST BE ON THE SUPPLIER
      *       MASTER TVSUPP.DAT, STORE ON THE STORE MASTER
      *       TVSTORE.DAT)
      *   X - CANCEL AN OPEN ORDER
      * AN ORDER IS DELIVERED TO ONE SHOWROOM; A BLANK STORE MEANS
      * THE MAIN SHOWROOM, THE FIRST ON TVSTORE.DAT.
      * THE UNIT COST AGREED WITH THE SUPPLIER IS HELD ON THE
      * ORDER FOR TVMATCH TO CHECK THE SUPPLIER'S INVOICE AGAINST;
      * A BLANK COST IS ZERO, NOT YET KNOWN.
      * TRANSACTION LAYOUT (42 BYTES):
      *   ACTION X(1), PO-NO 9(6), SUPPLIER X(5), MAKE X(7),
      *   SIZE 9(2), QTY 9(5), EXPECTED DATE 9(8), STORE X(1),
      *   UNIT COST 9(5)V99
      * REJECTS GO TO TVPOM.ERR WITH A REASON.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
        SELECT SUPP-FILE ASSIGN "TVSUPP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SUP-FILE-STATUS.
        SELECT STORE-FILE ASSIGN "TVSTORE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-STR-FILE-STATUS.
        SELECT TRANS-FILE ASSIGN "TVPOTRN.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
       FILE SECTION.

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

      * THE SUPPLIER MASTER: ONE LINE PER SUPPLIER, WITH THE PRICE
      * TOLERANCE (PERCENT) TVMATCH ALLOWS ON ITS INVOICES.
       FD SUPP-FILE
       RECORD 28.
       01 SUPP-REC.
          05 SUP-ID        PIC X(05).
          05 SUP-NAME      PIC X(20).
          05 SUP-PRICE-TOL PIC 9(02)V9.

      * THE STORE MASTER: ONE LINE PER SHOWROOM, MAIN ONE FIRST.
       FD STORE-FILE
       RECORD 21.
       01 STORE-REC.
          05 STR-CODE      PIC X(01).
          05 STR-NAME      PIC X(20).

       FD TRANS-FILE
       RECORD 42.
       01 TRANS-REC.
          05 TRN-ACTION    PIC X(01).
          05 TRN-PO-NO     PIC 9(06).
          05 TRN-SIZE      PIC 9(02).
          05 TRN-QTY       PIC 9(05).
          05 TRN-EXPECTED  PIC 9(08).
          05 TRN-STORE     PIC X(01).
          05 TRN-UNIT-COST PIC 9(05)V99.
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER        PIC X(01).
          05 TRN-PO-NO-X   PIC X(06).
          05 TRN-SIZE-X    PIC X(02).
          05 TRN-QTY-X     PIC X(05).
          05 TRN-EXPECT-X  PIC X(08).
          05 FILLER        PIC X(01).
          05 TRN-UNIT-COST-X PIC X(07).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-TRANS     PIC X(42).
          05 FILLER        PIC X(02).
          05 ERR-REASON    PIC X(30).

             88 PO-FOUND         VALUE "Y".
          05 WS-SUP-FOUND        PIC X(01) VALUE "N".
             88 SUP-FOUND        VALUE "Y".
          05 WS-STR-FILE-STATUS  PIC X(02) VALUE "00".
             88 STR-STATUS-OK    VALUE "00".
          05 WS-STR-FILE-END     PIC X(01) VALUE "N".
             88 STR-FILE-END     VALUE "Y".
          05 WS-STR-FOUND        PIC X(01) VALUE "N".
             88 STR-FOUND        VALUE "Y".

       01 WS-COUNTS.
          05 WS-APPLIED-COUNT    PIC 9(05) VALUE ZERO.
                  DEPENDING ON WS-SUPP-COUNT.
       01 WS-SUPP-SUB            PIC 9(03).

       01 WS-STORE-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-STORE-TABLE.
          05 WS-ST-CODE          PIC X(01) OCCURS 1 TO 36 TIMES
                  DEPENDING ON WS-STORE-COUNT.
       01 WS-STORE-SUB           PIC 9(02).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           END-IF.

           PERFORM 1100-LOAD-SUPPLIERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-STORES THRU 1200-EXIT.

           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
       1100-EXIT.
           EXIT.

       1200-LOAD-STORES.
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
               DISPLAY "STORE MASTER IS EMPTY - NOTHING CAN LOAD"
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
               MOVE "EXPECTED DATE NOT NUMERIC" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-UNIT-COST-X = SPACES
               MOVE ZERO TO TRN-UNIT-COST
           END-IF.
           IF TRN-UNIT-COST-X NOT NUMERIC
               MOVE "UNIT COST NOT NUMERIC" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-STORE = SPACE
               MOVE WS-ST-CODE (1) TO TRN-STORE
           END-IF.
           MOVE "N" TO WS-STR-FOUND.
           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
               IF WS-ST-CODE (WS-STORE-SUB) = TRN-STORE
                   MOVE "Y" TO WS-STR-FOUND
                   MOVE WS-STORE-COUNT TO WS-STORE-SUB
               END-IF
           END-PERFORM.
           IF NOT STR-FOUND
               MOVE "STORE NOT ON STORE MASTER" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO PO-REC.
           MOVE TRN-PO-NO TO PO-NO.
           MOVE ZERO TO PO-RECEIVED.
           MOVE TRN-EXPECTED TO PO-EXPECTED.
           MOVE "O" TO PO-STATUS.
           MOVE TRN-STORE TO PO-STORE.
           MOVE TRN-UNIT-COST TO PO-UNIT-COST.
           WRITE PO-REC.
           DISPLAY "PO ADDED: " PO-NO " " PO-MAKE " " PO-SIZE
                   " QTY " PO-QTY " STORE " PO-STORE.
       3000-EXIT.
           EXIT.

