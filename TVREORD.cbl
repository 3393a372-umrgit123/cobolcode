      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV REORDER SUGGESTION REPORT.
      *
      * FOR EVERY STORE AND MAKE/SIZE ON TVSTOCK THAT CARRIES A
      * REORDER POINT (SET BY TVMAINT'S "O" TRANSACTION), THE
      * STORE'S ON-HAND QUANTITY PLUS WHAT IS IN TRANSIT TO IT PLUS
      * THE STILL-DUE QUANTITY ON ITS OPEN PURCHASE ORDERS IS SET
      * AGAINST THE REORDER POINT. WHERE THE POSITION FALLS SHORT,
      * THE REPORT (TVREORD.DAT) FIRST SUGGESTS TRANSFERS FROM
      * STORES HOLDING MORE OF THE MAKE/SIZE THAN THEIR OWN
      * REORDER POINT, AND ONLY THEN AN ORDER FOR WHAT IS STILL
      * SHORT - SO WE STOP BUYING STOCK ANOTHER SHOWROOM IS
      * SITTING ON, STOP DOUBLE-ORDERING WHAT IS ALREADY ON ORDER
      * AND STOP RUNNING OUT OF WHAT IS NOT. A STORE WITH NO
      * REORDER POINT FOR THE MAKE/SIZE IS NOT DRAWN ON. THE
      * REPORT RUNS STORE BY STORE WITH A COMPANY TOTAL.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT STOCK-FILE ASSIGN "TVSTOCK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-STK-FILE-STATUS
                       RECORD KEY STK-KEY.
        SELECT PO-FILE ASSIGN "TVPO"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-PO-FILE-STATUS
                       RECORD KEY PO-NO.
        SELECT STORE-FILE ASSIGN "TVSTORE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-STR-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "TVREORD.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

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

       FD STORE-FILE
       RECORD 21.
       01 STORE-REC.
          05 STR-CODE      PIC X(01).
          05 STR-NAME      PIC X(20).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-STK-FILE-STATUS    PIC X(02) VALUE "00".
             88 STK-STATUS-OK      VALUE "00".
          05 WS-STK-FILE-END       PIC X(01) VALUE "N".
             88 STK-FILE-END       VALUE "Y".
          05 WS-PO-FILE-STATUS     PIC X(02) VALUE "00".
             88 PO-STATUS-OK       VALUE "00".
          05 WS-PO-AVAILABLE       PIC X(01) VALUE "N".
          05 WS-PO-FILE-END        PIC X(01) VALUE "N".
             88 PO-FILE-END        VALUE "Y".
          05 WS-STR-FILE-STATUS    PIC X(02) VALUE "00".
             88 STR-STATUS-OK      VALUE "00".
          05 WS-STR-FILE-END       PIC X(01) VALUE "N".
             88 STR-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-COUNTS.
          05 WS-CHECKED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-SUGGEST-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-TRANSFER-COUNT     PIC 9(05) VALUE ZERO.

       01 WS-STORE-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 1 TO 36 TIMES
                  DEPENDING ON WS-STORE-COUNT.
             10 WS-ST-CODE         PIC X(01).
             10 WS-ST-NAME         PIC X(20).
       01 WS-STORE-SUB             PIC 9(02).
       01 WS-STORE-NAME            PIC X(20).
       01 WS-CURRENT-STORE         PIC X(01) VALUE SPACE.
       01 WS-PO-STORE              PIC X(01).

      * EVERY STORE'S POSITION, LOADED IN TVSTOCK KEY ORDER SO
      * EACH STORE'S ITEMS ARE TOGETHER.
       01 WS-ITEM-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 1 TO 900 TIMES
                  DEPENDING ON WS-ITEM-COUNT.
             10 WS-IT-STORE        PIC X(01).
             10 WS-IT-MAKE         PIC X(07).
             10 WS-IT-SIZE         PIC 9(02).
             10 WS-IT-ONHAND       PIC 9(05).
             10 WS-IT-TRANSIT      PIC 9(05).
             10 WS-IT-REORDER-PT   PIC 9(05).
             10 WS-IT-ON-ORDER     PIC 9(07).
             10 WS-IT-SURPLUS      PIC 9(05).
       01 WS-ITEM-SUB              PIC 9(03).
       01 WS-FROM-SUB              PIC 9(03).

       01 WS-POSITION              PIC 9(07) VALUE ZERO.
       01 WS-SHORTFALL             PIC 9(07) VALUE ZERO.
       01 WS-MOVE-QTY              PIC 9(07) VALUE ZERO.
       01 WS-STORE-TRANSFER        PIC 9(07) VALUE ZERO.
       01 WS-STORE-ORDER           PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-TRANSFER        PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-ORDER           PIC 9(07) VALUE ZERO.
       01 WS-PRT-ONHAND            PIC ZZZZZZ9.
       01 WS-PRT-TRANSIT           PIC ZZZZZZ9.
       01 WS-PRT-ONORDER           PIC ZZZZZZ9.
       01 WS-PRT-POINT             PIC ZZZZZZ9.
       01 WS-PRT-SUGGEST           PIC ZZZZZZ9.
       01 WS-PRT-TOTAL             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 1100-LOAD-STOCK THRU 1100-EXIT.
           PERFORM 1200-SUM-ON-ORDER THRU 1200-EXIT.
           PERFORM 2000-CHECK-ALL-ITEMS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
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
           IF NOT STK-STATUS-OK
               DISPLAY "ERROR OPENING STOCK-FILE - RUN TVMAINT"
               DISPLAY "FILE STATUS : " WS-STK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "MAKE     SZ ON HAND IN TRANS ON ORDER  REORDER"
                  "  SUGGEST  ACTION"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-STOCK.
           PERFORM UNTIL STK-FILE-END
               READ STOCK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-STK-FILE-END
                   NOT AT END
                       IF WS-ITEM-COUNT < 900
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM 1150-LOAD-ONE THRU 1150-EXIT
                       ELSE
                           DISPLAY "STOCK TABLE FULL - " STK-STORE
                                   " " STK-MAKE " " STK-SIZE
                                   " NOT CHECKED"
                       END-IF
               END-READ
           END-PERFORM.
       1100-EXIT.
           EXIT.

      * RECORDS CREATED BEFORE THE REORDER POINT WAS SET CARRY
      * ZERO - "NO AUTOMATIC REORDERING", AND NO SURPLUS EITHER.
       1150-LOAD-ONE.
           MOVE WS-ITEM-COUNT TO WS-ITEM-SUB.
           MOVE STK-STORE TO WS-IT-STORE (WS-ITEM-SUB).
           MOVE STK-MAKE TO WS-IT-MAKE (WS-ITEM-SUB).
           MOVE STK-SIZE TO WS-IT-SIZE (WS-ITEM-SUB).
           MOVE STK-ONHAND TO WS-IT-ONHAND (WS-ITEM-SUB).
           MOVE STK-IN-TRANSIT TO WS-IT-TRANSIT (WS-ITEM-SUB).
           MOVE STK-REORDER-PT TO WS-IT-REORDER-PT (WS-ITEM-SUB).
           MOVE ZERO TO WS-IT-ON-ORDER (WS-ITEM-SUB).
           MOVE ZERO TO WS-IT-SURPLUS (WS-ITEM-SUB).
           IF STK-REORDER-PT > ZERO AND STK-ONHAND > STK-REORDER-PT
               COMPUTE WS-IT-SURPLUS (WS-ITEM-SUB) =
                   STK-ONHAND - STK-REORDER-PT
           END-IF.
       1150-EXIT.
           EXIT.

      * THE STILL-DUE QUANTITY ACROSS EVERY OPEN PO, AGAINST THE
      * STORE IT IS TO BE DELIVERED TO.
       1200-SUM-ON-ORDER.
           IF WS-PO-AVAILABLE NOT = "Y"
               GO TO 1200-EXIT
           END-IF.
           PERFORM UNTIL PO-FILE-END
               READ PO-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PO-FILE-END
                   NOT AT END
                       IF PO-IS-OPEN AND PO-QTY > PO-RECEIVED
                           PERFORM 1250-ADD-PO THRU 1250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       1200-EXIT.
           EXIT.

       1250-ADD-PO.
           MOVE PO-STORE TO WS-PO-STORE.
           IF WS-PO-STORE = SPACE
               MOVE WS-ST-CODE (1) TO WS-PO-STORE
           END-IF.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STORE (WS-ITEM-SUB) = WS-PO-STORE
                       AND WS-IT-MAKE (WS-ITEM-SUB) = PO-MAKE
                       AND WS-IT-SIZE (WS-ITEM-SUB) = PO-SIZE
                   COMPUTE WS-IT-ON-ORDER (WS-ITEM-SUB) =
                       WS-IT-ON-ORDER (WS-ITEM-SUB)
                       + PO-QTY - PO-RECEIVED
                   MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
               END-IF
           END-PERFORM.
       1250-EXIT.
           EXIT.

       2000-CHECK-ALL-ITEMS.
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "STOCK FILE IS EMPTY"
               GO TO 2000-EXIT
           END-IF.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STORE (WS-ITEM-SUB) NOT = WS-CURRENT-STORE
                   PERFORM 2400-STORE-TOTAL THRU 2400-EXIT
                   PERFORM 2500-STORE-HEADING THRU 2500-EXIT
               END-IF
               IF WS-IT-REORDER-PT (WS-ITEM-SUB) > ZERO
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM 2100-CHECK-ONE THRU 2100-EXIT
               END-IF
           END-PERFORM.
           PERFORM 2400-STORE-TOTAL THRU 2400-EXIT.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-TRANSFER TO WS-PRT-TOTAL.
           STRING "COMPANY TOTAL  UNITS TO TRANSFER " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-TOTAL-ORDER TO WS-PRT-TOTAL.
           STRING "   UNITS TO ORDER " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE (41:25).
           WRITE REPORT-LINE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE.
           COMPUTE WS-POSITION = WS-IT-ONHAND (WS-ITEM-SUB)
               + WS-IT-TRANSIT (WS-ITEM-SUB)
               + WS-IT-ON-ORDER (WS-ITEM-SUB).
           IF WS-POSITION >= WS-IT-REORDER-PT (WS-ITEM-SUB)
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-SHORTFALL =
               WS-IT-REORDER-PT (WS-ITEM-SUB) - WS-POSITION.
           ADD 1 TO WS-SUGGEST-COUNT.

      * ANOTHER STORE'S SURPLUS GOES FIRST.
           PERFORM VARYING WS-FROM-SUB FROM 1 BY 1
                   UNTIL WS-FROM-SUB > WS-ITEM-COUNT
                      OR WS-SHORTFALL = ZERO
               IF WS-IT-MAKE (WS-FROM-SUB) = WS-IT-MAKE (WS-ITEM-SUB)
                       AND WS-IT-SIZE (WS-FROM-SUB) =
                           WS-IT-SIZE (WS-ITEM-SUB)
                       AND WS-IT-STORE (WS-FROM-SUB) NOT =
                           WS-IT-STORE (WS-ITEM-SUB)
                       AND WS-IT-SURPLUS (WS-FROM-SUB) > ZERO
                   PERFORM 2200-SUGGEST-TRANSFER THRU 2200-EXIT
               END-IF
           END-PERFORM.
           IF WS-SHORTFALL > ZERO
               PERFORM 2300-SUGGEST-ORDER THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SUGGEST-TRANSFER.
           IF WS-IT-SURPLUS (WS-FROM-SUB) < WS-SHORTFALL
               MOVE WS-IT-SURPLUS (WS-FROM-SUB) TO WS-MOVE-QTY
           ELSE
               MOVE WS-SHORTFALL TO WS-MOVE-QTY
           END-IF.
           SUBTRACT WS-MOVE-QTY FROM WS-IT-SURPLUS (WS-FROM-SUB).
           SUBTRACT WS-MOVE-QTY FROM WS-SHORTFALL.
           ADD WS-MOVE-QTY TO WS-STORE-TRANSFER.
           ADD WS-MOVE-QTY TO WS-TOTAL-TRANSFER.
           ADD 1 TO WS-TRANSFER-COUNT.
           PERFORM 2600-FORMAT-LINE THRU 2600-EXIT.
           MOVE WS-MOVE-QTY TO WS-PRT-SUGGEST.
           MOVE WS-PRT-SUGGEST TO REPORT-LINE (49:7).
           STRING "TRANSFER FROM STORE " WS-IT-STORE (WS-FROM-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE (58:21).
           WRITE REPORT-LINE.
       2200-EXIT.
           EXIT.

       2300-SUGGEST-ORDER.
           ADD WS-SHORTFALL TO WS-STORE-ORDER.
           ADD WS-SHORTFALL TO WS-TOTAL-ORDER.
           PERFORM 2600-FORMAT-LINE THRU 2600-EXIT.
           MOVE WS-SHORTFALL TO WS-PRT-SUGGEST.
           MOVE WS-PRT-SUGGEST TO REPORT-LINE (49:7).
           MOVE "PURCHASE ORDER" TO REPORT-LINE (58:14).
           WRITE REPORT-LINE.
       2300-EXIT.
           EXIT.

       2400-STORE-TOTAL.
           IF WS-CURRENT-STORE = SPACE
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-STORE-TRANSFER TO WS-PRT-TOTAL.
           STRING "STORE " WS-CURRENT-STORE
                  " TOTAL  UNITS TO TRANSFER " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-STORE-ORDER TO WS-PRT-TOTAL.
           STRING "   UNITS TO ORDER " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE (41:25).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       2400-EXIT.
           EXIT.

       2500-STORE-HEADING.
           MOVE WS-IT-STORE (WS-ITEM-SUB) TO WS-CURRENT-STORE.
           MOVE ZERO TO WS-STORE-TRANSFER.
           MOVE ZERO TO WS-STORE-ORDER.
           MOVE "NOT ON STORE MASTER" TO WS-STORE-NAME.
           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
               IF WS-ST-CODE (WS-STORE-SUB) = WS-CURRENT-STORE
                   MOVE WS-ST-NAME (WS-STORE-SUB) TO WS-STORE-NAME
                   MOVE WS-STORE-COUNT TO WS-STORE-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "STORE " WS-CURRENT-STORE "  " WS-STORE-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2500-EXIT.
           EXIT.

       2600-FORMAT-LINE.
           MOVE WS-IT-ONHAND (WS-ITEM-SUB) TO WS-PRT-ONHAND.
           MOVE WS-IT-TRANSIT (WS-ITEM-SUB) TO WS-PRT-TRANSIT.
           MOVE WS-IT-ON-ORDER (WS-ITEM-SUB) TO WS-PRT-ONORDER.
           MOVE WS-IT-REORDER-PT (WS-ITEM-SUB) TO WS-PRT-POINT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-IT-MAKE (WS-ITEM-SUB) TO REPORT-LINE (1:7).
           MOVE WS-IT-SIZE (WS-ITEM-SUB) TO REPORT-LINE (10:2).
           MOVE WS-PRT-ONHAND TO REPORT-LINE (13:7).
           MOVE WS-PRT-TRANSIT TO REPORT-LINE (22:7).
           MOVE WS-PRT-ONORDER TO REPORT-LINE (31:7).
           MOVE WS-PRT-POINT TO REPORT-LINE (40:7).
       2600-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE STOCK-FILE.
           IF WS-PO-AVAILABLE = "Y"
               CLOSE PO-FILE
           END-IF.
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "ITEMS WITH REORDER POINT : " WS-CHECKED-COUNT.
           DISPLAY "ITEMS SHORT              : " WS-SUGGEST-COUNT.
           DISPLAY "TRANSFERS SUGGESTED      : " WS-TRANSFER-COUNT.
           DISPLAY "UNITS TO ORDER           : " WS-TOTAL-ORDER.
       9999-EXIT.
           EXIT.
