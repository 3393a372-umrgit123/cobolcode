      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV STOCK VALUATION REPORT.
      *
      * READS THE STORE STOCK FILE (TVSTOCK) STORE BY STORE AND
      * WRITES ONE LINE PER MAKE/SIZE WITH ON-HAND QUANTITY, THE
      * QUANTITY IN TRANSIT TO THE STORE, THE TVMASTER WEIGHTED-
      * AVERAGE COST AND THE VALUE AT COST (ON-HAND PLUS IN
      * TRANSIT, TIMES AVERAGE COST), THEN A STOCK VALUE FOR EACH
      * STORE AND FOR THE COMPANY. ITEMS HELD WITH NO KNOWN COST
      * (ONLY EVER RECEIVED WITHOUT A COSTED PO) ARE FLAGGED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
        SELECT REPORT-FILE ASSIGN "TVVALRPT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
             10 TVM-SIZE   PIC 9(02).
          05 TVM-PRICE     PIC 9(05).
          05 TVM-QTY       PIC 9(05).
          05 FILLER        PIC X(05).
          05 TVM-AVG-COST  PIC 9(05)V99 COMP-3.
          05 FILLER        PIC X(02).

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

       FD REPORT-FILE.
       01 REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-MST-FILE-STATUS  PIC X(02) VALUE "00".
             88 MST-STATUS-OK    VALUE "00".
          05 WS-STK-FILE-STATUS  PIC X(02) VALUE "00".
             88 STK-STATUS-OK    VALUE "00".
          05 WS-STK-FILE-END     PIC X(01) VALUE "N".
             88 STK-FILE-END     VALUE "Y".
          05 WS-STR-FILE-STATUS  PIC X(02) VALUE "00".
             88 STR-STATUS-OK    VALUE "00".
          05 WS-STR-FILE-END     PIC X(01) VALUE "N".
             88 STR-FILE-END     VALUE "Y".
          05 WS-RPT-FILE-STATUS  PIC X(02) VALUE "00".
             88 RPT-STATUS-OK    VALUE "00".

       01 WS-STORE-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 1 TO 36 TIMES
                  DEPENDING ON WS-STORE-COUNT.
             10 WS-ST-CODE       PIC X(01).
             10 WS-ST-NAME       PIC X(20).
       01 WS-STORE-SUB           PIC 9(02).
       01 WS-CURRENT-STORE       PIC X(01) VALUE SPACE.
       01 WS-STORE-NAME          PIC X(20).

       01 WS-ITEM-UNITS          PIC 9(06) VALUE ZERO.
       01 WS-ITEM-VALUE          PIC 9(10)V99 VALUE ZERO.
       01 WS-STORE-VALUE         PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-VALUE         PIC 9(11)V99 VALUE ZERO.
       01 WS-ITEM-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-PRINT.
          05 WS-PRT-QTY          PIC ZZ,ZZ9.
          05 WS-PRT-TRANSIT      PIC ZZ,ZZ9.
          05 WS-PRT-COST         PIC ZZ,ZZ9.99.
          05 WS-PRT-VALUE        PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE.
               STOP RUN
           END-IF.

           OPEN INPUT STOCK-FILE.
           IF NOT STK-STATUS-OK
               DISPLAY "ERROR OPENING STOCK-FILE - RUN TVMAINT"
               DISPLAY "FILE STATUS : " WS-STK-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT STORE-FILE.
           IF STR-STATUS-OK
               PERFORM UNTIL STR-FILE-END
                   READ STORE-FILE
                       AT END
                           MOVE "Y" TO WS-STR-FILE-END
                       NOT AT END
                           IF WS-STORE-COUNT < 36
                               ADD 1 TO WS-STORE-COUNT
                               MOVE STR-CODE TO
                                   WS-ST-CODE (WS-STORE-COUNT)
                               MOVE STR-NAME TO
                                   WS-ST-NAME (WS-STORE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
       1000-EXIT.
           EXIT.

      * TVSTOCK IS KEYED STORE FIRST, SO EACH STORE'S ITEMS COME
      * TOGETHER.
       2000-VALUE-STOCK.
           PERFORM UNTIL STK-FILE-END
               READ STOCK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-STK-FILE-END
                   NOT AT END
                       IF STK-STORE NOT = WS-CURRENT-STORE
                           PERFORM 2200-STORE-TOTAL THRU 2200-EXIT
                           PERFORM 2300-STORE-HEADING THRU 2300-EXIT
                       END-IF
                       PERFORM 2100-VALUE-ONE THRU 2100-EXIT
               END-READ
           END-PERFORM.
           PERFORM 2200-STORE-TOTAL THRU 2200-EXIT.

           MOVE WS-TOTAL-VALUE TO WS-PRT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMPANY STOCK VALUE : " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2000-EXIT.

       2100-VALUE-ONE.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE STK-MAKE TO TVM-MAKE.
           MOVE STK-SIZE TO TVM-SIZE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO TVM-AVG-COST
           END-READ.
           IF TVM-AVG-COST NOT NUMERIC
               MOVE ZERO TO TVM-AVG-COST
           END-IF.
           COMPUTE WS-ITEM-UNITS = STK-ONHAND + STK-IN-TRANSIT.
           COMPUTE WS-ITEM-VALUE = WS-ITEM-UNITS * TVM-AVG-COST.
           ADD WS-ITEM-VALUE TO WS-STORE-VALUE.
           ADD WS-ITEM-VALUE TO WS-TOTAL-VALUE.
           MOVE STK-ONHAND TO WS-PRT-QTY.
           MOVE STK-IN-TRANSIT TO WS-PRT-TRANSIT.
           MOVE TVM-AVG-COST TO WS-PRT-COST.
           MOVE WS-ITEM-VALUE TO WS-PRT-VALUE.
           MOVE SPACES TO REPORT-LINE.
           STRING STK-MAKE " " STK-SIZE
                  "  QTY " WS-PRT-QTY
                  "  IN TRANSIT " WS-PRT-TRANSIT
                  "  COST " WS-PRT-COST
                  "  VALUE " WS-PRT-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE.
           IF TVM-AVG-COST = ZERO AND WS-ITEM-UNITS > ZERO
               MOVE "  ** NO COST **" TO REPORT-LINE (82:15)
           END-IF.
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.

       2200-STORE-TOTAL.
           IF WS-CURRENT-STORE = SPACE
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-STORE-VALUE TO WS-PRT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "STORE " WS-CURRENT-STORE " STOCK VALUE : "
                  WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       2200-EXIT.
           EXIT.

       2300-STORE-HEADING.
           MOVE STK-STORE TO WS-CURRENT-STORE.
           MOVE ZERO TO WS-STORE-VALUE.
           MOVE "NOT ON STORE MASTER" TO WS-STORE-NAME.
           PERFORM VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
               IF WS-ST-CODE (WS-STORE-SUB) = STK-STORE
                   MOVE WS-ST-NAME (WS-STORE-SUB) TO WS-STORE-NAME
                   MOVE WS-STORE-COUNT TO WS-STORE-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "STORE " STK-STORE "  " WS-STORE-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2300-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE MASTER-FILE.
           CLOSE STOCK-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "ITEMS VALUED      : " WS-ITEM-COUNT.
           MOVE WS-TOTAL-VALUE TO WS-PRT-TOTAL.
           DISPLAY "TOTAL STOCK VALUE : " WS-PRT-TOTAL.
       9999-EXIT.
           EXIT.
