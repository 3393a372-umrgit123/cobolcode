       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVMARGIN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTHLY TV GROSS MARGIN REPORT.
      *
      * READS THE MOVEMENT JOURNAL (TVMOVES.DAT) FOR ONE PERIOD
      * (YYYYMM, FIRST ARGUMENT, DEFAULT THE BUSINESS MONTH) AND
      * SETS THE SALES VALUE OF EACH MAKE/SIZE SOLD (UNITS TIMES
      * THE SELLING PRICE IN FORCE AT THE SALE) AGAINST ITS COST OF
      * GOODS SOLD (UNITS TIMES THE WEIGHTED-AVERAGE COST TVMAINT
      * CARRIED AT THE SALE), GIVING THE GROSS MARGIN AND MARGIN
      * PERCENT.
      * THE REPORT RUNS SUPPLIER BY SUPPLIER, IN TVSUPP.DAT ORDER,
      * WITH A TOTAL FOR EACH SUPPLIER AND FOR THE COMPANY. A SALE
      * BELONGS TO THE SUPPLIER OF THE LATEST RECEIPT OF THE
      * MAKE/SIZE MATCHED TO A PURCHASE ORDER (TVPO) BEFORE IT;
      * SALES OF STOCK NEVER RECEIVED AGAINST A PO COME LAST, UNDER
      * NO KNOWN SUPPLIER.
      * SALES MADE WHILE THE MAKE/SIZE HAD NO KNOWN COST ARE
      * FLAGGED, AND THE PERIOD'S RECEIPTS WITH NO KNOWN COST (NO
      * PO, OR A PO WITHOUT A UNIT COST) ARE LISTED AT THE END.
      * INVOICED REVENUE AFTER DISCOUNT IS ON TVMOVRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT MOVES-FILE ASSIGN "TVMOVES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MOV-FILE-STATUS.
        SELECT PO-FILE ASSIGN "TVPO"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-PO-FILE-STATUS
                       RECORD KEY PO-NO.
        SELECT SUPP-FILE ASSIGN "TVSUPP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SUP-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "TVMARGIN.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD MOVES-FILE
       RECORD 48.
       01 MOVES-REC.
          05 MOV-DATE      PIC 9(08).
          05 MOV-ACTION    PIC X(01).
          05 MOV-MAKE      PIC X(07).
          05 MOV-SIZE      PIC 9(02).
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
          05 PO-MAKE       PIC X(07).
          05 PO-SIZE       PIC 9(02).
          05 PO-QTY        PIC 9(05).
          05 PO-RECEIVED   PIC 9(05).
          05 PO-EXPECTED   PIC 9(08).
          05 PO-STATUS     PIC X(01).
             88 PO-IS-OPEN VALUE "O".
          05 PO-STORE      PIC X(01).
          05 PO-UNIT-COST  PIC 9(05)V99.

       FD SUPP-FILE
       RECORD 28.
       01 SUPP-REC.
          05 SUP-ID        PIC X(05).
          05 SUP-NAME      PIC X(20).
          05 SUP-PRICE-TOL PIC 9(02)V9.

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-MOV-FILE-STATUS  PIC X(02) VALUE "00".
             88 MOV-STATUS-OK    VALUE "00".
          05 WS-MOV-FILE-END     PIC X(01) VALUE "N".
             88 MOV-FILE-END     VALUE "Y".
          05 WS-PO-FILE-STATUS   PIC X(02) VALUE "00".
             88 PO-STATUS-OK     VALUE "00".
          05 WS-PO-AVAILABLE     PIC X(01) VALUE "N".
          05 WS-SUP-FILE-STATUS  PIC X(02) VALUE "00".
             88 SUP-STATUS-OK    VALUE "00".
          05 WS-SUP-FILE-END     PIC X(01) VALUE "N".
             88 SUP-FILE-END     VALUE "Y".
          05 WS-RPT-FILE-STATUS  PIC X(02) VALUE "00".
             88 RPT-STATUS-OK    VALUE "00".
          05 WS-ITEM-HIT         PIC X(01) VALUE "N".
          05 WS-SUPP-PRINTED     PIC X(01) VALUE "N".

       01 WS-REPORT-PERIOD       PIC 9(06) VALUE ZERO.
       01 WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
       01 WS-SALE-COST           PIC 9(05)V99 VALUE ZERO.
       01 WS-FIND-SUPPLIER       PIC X(05) VALUE SPACES.

       01 WS-SUPP-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-SUPP-TABLE.
          05 WS-SUPP-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-SUPP-COUNT.
             10 WS-SUPP-ID       PIC X(05).
             10 WS-SUPP-NAME     PIC X(20).
       01 WS-SUPP-SUB            PIC 9(03).
       01 WS-GROUP-SUB           PIC 9(03).

      * SUPPLIER OF THE LATEST PO RECEIPT OF EACH MAKE/SIZE.
       01 WS-IS-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-ITEM-SUPP-TABLE.
          05 WS-IS-ENTRY OCCURS 1 TO 900 TIMES
                  DEPENDING ON WS-IS-COUNT.
             10 WS-IS-MAKE       PIC X(07).
             10 WS-IS-SIZE       PIC 9(02).
             10 WS-IS-SUPPLIER   PIC X(05).
       01 WS-IS-SUB              PIC 9(03).
       01 WS-IS-HIT-SUB          PIC 9(03).

      * ONE SLOT PER SUPPLIER AND MAKE/SIZE SOLD IN THE PERIOD.
      * THE SUPPLIER SUBSCRIPT IS ZERO WHEN THE SUPPLIER IS NOT
      * KNOWN OR NOT ON TVSUPP.DAT.
       01 WS-ML-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-MARGIN-TABLE.
          05 WS-ML-ENTRY OCCURS 1 TO 900 TIMES
                  DEPENDING ON WS-ML-COUNT.
             10 WS-ML-SUPP-SUB   PIC 9(03).
             10 WS-ML-SUPPLIER   PIC X(05).
             10 WS-ML-MAKE       PIC X(07).
             10 WS-ML-SIZE       PIC 9(02).
             10 WS-ML-UNITS      PIC 9(07).
             10 WS-ML-SALES      PIC 9(09)V99.
             10 WS-ML-COST       PIC 9(09)V99.
             10 WS-ML-NO-COST    PIC 9(07).
       01 WS-ML-SUB              PIC 9(03).

      * THE PERIOD'S RECEIPTS WITH NO KNOWN COST.
       01 WS-UC-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-UNCOSTED-TABLE.
          05 WS-UC-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-UC-COUNT.
             10 WS-UC-DATE       PIC 9(08).
             10 WS-UC-STORE      PIC X(01).
             10 WS-UC-MAKE       PIC X(07).
             10 WS-UC-SIZE       PIC 9(02).
             10 WS-UC-QTY        PIC 9(05).
             10 WS-UC-PO-NO      PIC 9(06).
       01 WS-UC-SUB              PIC 9(03).

      * SUPPLIER AND COMPANY TOTALS.
       01 WS-TOTALS.
          05 WS-TOTAL-LINE OCCURS 2 TIMES.
             10 WS-TL-UNITS      PIC 9(07).
             10 WS-TL-SALES      PIC 9(11)V99.
             10 WS-TL-COST       PIC 9(11)V99.
             10 WS-TL-NO-COST    PIC 9(07).
       01 WS-TL-SUB              PIC 9(01).
       01 WS-TOTAL-LABEL         PIC X(13).

       01 WS-UNITS               PIC 9(07).
       01 WS-SALES               PIC 9(11)V99.
       01 WS-COST                PIC 9(11)V99.
       01 WS-NO-COST             PIC 9(07).
       01 WS-MARGIN              PIC S9(11)V99.
       01 WS-MARGIN-PCT          PIC S9(04)V9.

       01 WS-COUNTS.
          05 WS-SALES-READ       PIC 9(05) VALUE ZERO.
          05 WS-RECEIPTS-READ    PIC 9(05) VALUE ZERO.

       01 WS-PRINT.
          05 WS-PRT-UNITS        PIC ZZZZZZ9.
          05 WS-PRT-SALES        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-COST         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-MARGIN       PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-PCT          PIC -ZZZ9.9.
          05 WS-PRT-QTY          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 1100-LOAD-SUPPLIERS THRU 1100-EXIT.
           PERFORM 2000-SCAN-MOVEMENTS THRU 2000-EXIT.
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
           PERFORM 4000-UNCOSTED-RECEIPTS THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-REPORT-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-REPORT-PERIOD
           END-ACCEPT.
           IF WS-REPORT-PERIOD = ZERO
               MOVE WS-BUSINESS-DATE (1:6) TO WS-REPORT-PERIOD
           END-IF.

           OPEN INPUT MOVES-FILE.
           IF NOT MOV-STATUS-OK
               DISPLAY "NO MOVEMENT HISTORY - RUN TVMAINT FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PO-FILE.
           IF PO-STATUS-OK
               MOVE "Y" TO WS-PO-AVAILABLE
           ELSE
               DISPLAY "NO PURCHASE ORDER FILE - SUPPLIERS NOT KNOWN"
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "TV GROSS MARGIN REPORT FOR " WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "MAKE" TO REPORT-LINE (1:4).
           MOVE "SZ" TO REPORT-LINE (10:2).
           MOVE "UNITS" TO REPORT-LINE (16:5).
           MOVE "SALES VALUE" TO REPORT-LINE (27:11).
           MOVE "COST OF SALES" TO REPORT-LINE (43:13).
           MOVE "MARGIN" TO REPORT-LINE (68:6).
           MOVE "MARGIN%" TO REPORT-LINE (76:7).
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      * WITHOUT A SUPPLIER MASTER EVERY LINE FALLS UNDER NO KNOWN
      * SUPPLIER BUT THE MARGIN IS STILL REPORTED.
       1100-LOAD-SUPPLIERS.
           OPEN INPUT SUPP-FILE.
           IF NOT SUP-STATUS-OK
               DISPLAY "NO SUPPLIER MASTER TVSUPP.DAT"
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL SUP-FILE-END
               READ SUPP-FILE
                   AT END
                       MOVE "Y" TO WS-SUP-FILE-END
                   NOT AT END
                       IF WS-SUPP-COUNT < 200
                           ADD 1 TO WS-SUPP-COUNT
                           MOVE SUP-ID TO WS-SUPP-ID (WS-SUPP-COUNT)
                           MOVE SUP-NAME TO WS-SUPP-NAME (WS-SUPP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPP-FILE.
       1100-EXIT.
           EXIT.

      * MOVEMENTS ARRIVE IN DATE ORDER. RECEIPTS BEFORE THE PERIOD
      * STILL COUNT, AS THEY SET THE SUPPLIER OF STOCK SOLD IN IT.
       2000-SCAN-MOVEMENTS.
           PERFORM UNTIL MOV-FILE-END
               READ MOVES-FILE
                   AT END
                       MOVE "Y" TO WS-MOV-FILE-END
                   NOT AT END
                       IF MOV-DATE (1:6) NOT > WS-REPORT-PERIOD
                           EVALUATE MOV-ACTION
                               WHEN "R"
                                   PERFORM 2100-NOTE-RECEIPT
                                       THRU 2100-EXIT
                               WHEN "S"
                                   IF MOV-DATE (1:6) = WS-REPORT-PERIOD
                                       PERFORM 2300-ADD-SALE
                                           THRU 2300-EXIT
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * MOVEMENTS WRITTEN BEFORE COSTS WERE KEPT HAVE NO COST AND
      * NO PO NUMBER.
       2100-NOTE-RECEIPT.
           IF MOV-COST NOT NUMERIC
               MOVE ZERO TO MOV-COST
           END-IF.
           IF MOV-PO-NO NOT NUMERIC
               MOVE ZERO TO MOV-PO-NO
           END-IF.
           IF MOV-DATE (1:6) = WS-REPORT-PERIOD
               ADD 1 TO WS-RECEIPTS-READ
               IF MOV-COST = ZERO
                   IF WS-UC-COUNT < 500
                       ADD 1 TO WS-UC-COUNT
                       MOVE MOV-DATE TO WS-UC-DATE (WS-UC-COUNT)
                       MOVE MOV-STORE TO WS-UC-STORE (WS-UC-COUNT)
                       MOVE MOV-MAKE TO WS-UC-MAKE (WS-UC-COUNT)
                       MOVE MOV-SIZE TO WS-UC-SIZE (WS-UC-COUNT)
                       MOVE MOV-AMOUNT TO WS-UC-QTY (WS-UC-COUNT)
                       MOVE MOV-PO-NO TO WS-UC-PO-NO (WS-UC-COUNT)
                   ELSE
                       DISPLAY "UNCOSTED RECEIPT TABLE FULL"
                   END-IF
               END-IF
           END-IF.
           IF MOV-PO-NO = ZERO OR WS-PO-AVAILABLE NOT = "Y"
               GO TO 2100-EXIT
           END-IF.
           MOVE MOV-PO-NO TO PO-NO.
           READ PO-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2200-FIND-ITEM-SUPP THRU 2200-EXIT.
           IF WS-ITEM-HIT = "N"
               IF WS-IS-COUNT < 900
                   ADD 1 TO WS-IS-COUNT
                   MOVE WS-IS-COUNT TO WS-IS-HIT-SUB
                   MOVE MOV-MAKE TO WS-IS-MAKE (WS-IS-HIT-SUB)
                   MOVE MOV-SIZE TO WS-IS-SIZE (WS-IS-HIT-SUB)
               ELSE
                   DISPLAY "ITEM TABLE FULL - SUPPLIER NOT KEPT"
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE PO-SUPPLIER TO WS-IS-SUPPLIER (WS-IS-HIT-SUB).
       2100-EXIT.
           EXIT.

       2200-FIND-ITEM-SUPP.
           MOVE "N" TO WS-ITEM-HIT.
           PERFORM VARYING WS-IS-SUB FROM 1 BY 1
                   UNTIL WS-IS-SUB > WS-IS-COUNT
               IF WS-IS-MAKE (WS-IS-SUB) = MOV-MAKE
                       AND WS-IS-SIZE (WS-IS-SUB) = MOV-SIZE
                   MOVE "Y" TO WS-ITEM-HIT
                   MOVE WS-IS-SUB TO WS-IS-HIT-SUB
                   MOVE WS-IS-COUNT TO WS-IS-SUB
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2300-ADD-SALE.
           ADD 1 TO WS-SALES-READ.
           MOVE ZERO TO WS-SALE-COST.
           IF MOV-COST NUMERIC
               MOVE MOV-COST TO WS-SALE-COST
           END-IF.
           MOVE SPACES TO WS-FIND-SUPPLIER.
           PERFORM 2200-FIND-ITEM-SUPP THRU 2200-EXIT.
           IF WS-ITEM-HIT = "Y"
               MOVE WS-IS-SUPPLIER (WS-IS-HIT-SUB)
                   TO WS-FIND-SUPPLIER
           END-IF.

           MOVE "N" TO WS-ITEM-HIT.
           PERFORM VARYING WS-ML-SUB FROM 1 BY 1
                   UNTIL WS-ML-SUB > WS-ML-COUNT
               IF WS-ML-SUPPLIER (WS-ML-SUB) = WS-FIND-SUPPLIER
                       AND WS-ML-MAKE (WS-ML-SUB) = MOV-MAKE
                       AND WS-ML-SIZE (WS-ML-SUB) = MOV-SIZE
                   MOVE "Y" TO WS-ITEM-HIT
                   PERFORM 2400-BUMP-LINE THRU 2400-EXIT
                   MOVE WS-ML-COUNT TO WS-ML-SUB
               END-IF
           END-PERFORM.
           IF WS-ITEM-HIT = "N"
               IF WS-ML-COUNT < 900
                   ADD 1 TO WS-ML-COUNT
                   MOVE WS-ML-COUNT TO WS-ML-SUB
                   MOVE ZERO TO WS-ML-SUPP-SUB (WS-ML-SUB)
                   PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                           UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
                       IF WS-SUPP-ID (WS-SUPP-SUB) = WS-FIND-SUPPLIER
                               AND WS-FIND-SUPPLIER NOT = SPACES
                           MOVE WS-SUPP-SUB
                               TO WS-ML-SUPP-SUB (WS-ML-SUB)
                           MOVE WS-SUPP-COUNT TO WS-SUPP-SUB
                       END-IF
                   END-PERFORM
                   MOVE WS-FIND-SUPPLIER TO WS-ML-SUPPLIER (WS-ML-SUB)
                   MOVE MOV-MAKE TO WS-ML-MAKE (WS-ML-SUB)
                   MOVE MOV-SIZE TO WS-ML-SIZE (WS-ML-SUB)
                   MOVE ZERO TO WS-ML-UNITS (WS-ML-SUB)
                   MOVE ZERO TO WS-ML-SALES (WS-ML-SUB)
                   MOVE ZERO TO WS-ML-COST (WS-ML-SUB)
                   MOVE ZERO TO WS-ML-NO-COST (WS-ML-SUB)
                   PERFORM 2400-BUMP-LINE THRU 2400-EXIT
               ELSE
                   DISPLAY "MARGIN TABLE FULL - SALE DROPPED"
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2400-BUMP-LINE.
           ADD MOV-AMOUNT TO WS-ML-UNITS (WS-ML-SUB).
           COMPUTE WS-ML-SALES (WS-ML-SUB) = WS-ML-SALES (WS-ML-SUB)
               + MOV-AMOUNT * MOV-PRICE.
           COMPUTE WS-ML-COST (WS-ML-SUB) = WS-ML-COST (WS-ML-SUB)
               + MOV-AMOUNT * WS-SALE-COST.
           IF WS-SALE-COST = ZERO
               ADD MOV-AMOUNT TO WS-ML-NO-COST (WS-ML-SUB)
           END-IF.
       2400-EXIT.
           EXIT.

      * SUPPLIERS IN TVSUPP.DAT ORDER, THEN THE SALES WITH NO
      * KNOWN SUPPLIER (GROUP ZERO), WHICH SHOW THE SUPPLIER CODE
      * WHEN THE PO NAMED ONE NOT ON TVSUPP.DAT.
       3000-WRITE-REPORT.
           MOVE 2 TO WS-TL-SUB.
           PERFORM 3300-CLEAR-TOTAL THRU 3300-EXIT.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-SUPP-COUNT
               PERFORM 3050-WRITE-GROUP THRU 3050-EXIT
           END-PERFORM.
           MOVE ZERO TO WS-GROUP-SUB.
           PERFORM 3050-WRITE-GROUP THRU 3050-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COMPANY TOTAL" TO WS-TOTAL-LABEL.
           MOVE 2 TO WS-TL-SUB.
           PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      * ONE SUPPLIER'S LINES AND ITS TOTAL; A SUPPLIER WITH NO
      * SALES IN THE PERIOD IS LEFT OFF.
       3050-WRITE-GROUP.
           MOVE "N" TO WS-SUPP-PRINTED.
           MOVE 1 TO WS-TL-SUB.
           PERFORM 3300-CLEAR-TOTAL THRU 3300-EXIT.
           PERFORM VARYING WS-ML-SUB FROM 1 BY 1
                   UNTIL WS-ML-SUB > WS-ML-COUNT
               IF WS-ML-SUPP-SUB (WS-ML-SUB) = WS-GROUP-SUB
                   IF WS-SUPP-PRINTED = "N"
                       PERFORM 3200-GROUP-HEADING THRU 3200-EXIT
                   END-IF
                   PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
               END-IF
           END-PERFORM.
           IF WS-SUPP-PRINTED = "N"
               GO TO 3050-EXIT
           END-IF.
           MOVE SPACES TO WS-TOTAL-LABEL.
           IF WS-GROUP-SUB = ZERO
               MOVE "NO SUPPLIER" TO WS-TOTAL-LABEL
           ELSE
               STRING WS-SUPP-ID (WS-GROUP-SUB) " TOTAL"
                   DELIMITED BY SIZE INTO WS-TOTAL-LABEL
           END-IF.
           MOVE 1 TO WS-TL-SUB.
           PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
       3050-EXIT.
           EXIT.

       3100-WRITE-ONE-LINE.
           MOVE WS-ML-UNITS (WS-ML-SUB) TO WS-UNITS.
           MOVE WS-ML-SALES (WS-ML-SUB) TO WS-SALES.
           MOVE WS-ML-COST (WS-ML-SUB) TO WS-COST.
           MOVE WS-ML-NO-COST (WS-ML-SUB) TO WS-NO-COST.
           PERFORM 3500-FORMAT-AMOUNTS THRU 3500-EXIT.
           MOVE WS-ML-MAKE (WS-ML-SUB) TO REPORT-LINE (1:7).
           MOVE WS-ML-SIZE (WS-ML-SUB) TO REPORT-LINE (10:2).
           IF WS-GROUP-SUB = ZERO
                   AND WS-ML-SUPPLIER (WS-ML-SUB) NOT = SPACES
               MOVE "SUPPLIER" TO REPORT-LINE (95:8)
               MOVE WS-ML-SUPPLIER (WS-ML-SUB) TO REPORT-LINE (104:5)
           END-IF.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-TL-SUB FROM 1 BY 1 UNTIL WS-TL-SUB > 2
               ADD WS-UNITS TO WS-TL-UNITS (WS-TL-SUB)
               ADD WS-SALES TO WS-TL-SALES (WS-TL-SUB)
               ADD WS-COST TO WS-TL-COST (WS-TL-SUB)
               ADD WS-NO-COST TO WS-TL-NO-COST (WS-TL-SUB)
           END-PERFORM.
       3100-EXIT.
           EXIT.

       3200-GROUP-HEADING.
           MOVE "Y" TO WS-SUPP-PRINTED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-GROUP-SUB = ZERO
               MOVE "NO KNOWN SUPPLIER" TO REPORT-LINE
           ELSE
               STRING "SUPPLIER " WS-SUPP-ID (WS-GROUP-SUB) "  "
                      WS-SUPP-NAME (WS-GROUP-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       3200-EXIT.
           EXIT.

       3300-CLEAR-TOTAL.
           MOVE ZERO TO WS-TL-UNITS (WS-TL-SUB).
           MOVE ZERO TO WS-TL-SALES (WS-TL-SUB).
           MOVE ZERO TO WS-TL-COST (WS-TL-SUB).
           MOVE ZERO TO WS-TL-NO-COST (WS-TL-SUB).
       3300-EXIT.
           EXIT.

       3400-WRITE-TOTAL.
           MOVE WS-TL-UNITS (WS-TL-SUB) TO WS-UNITS.
           MOVE WS-TL-SALES (WS-TL-SUB) TO WS-SALES.
           MOVE WS-TL-COST (WS-TL-SUB) TO WS-COST.
           MOVE WS-TL-NO-COST (WS-TL-SUB) TO WS-NO-COST.
           PERFORM 3500-FORMAT-AMOUNTS THRU 3500-EXIT.
           MOVE WS-TOTAL-LABEL TO REPORT-LINE (1:13).
           WRITE REPORT-LINE.
       3400-EXIT.
           EXIT.

      * BUILDS THE FIGURES OF A LINE OR TOTAL INTO A CLEARED
      * REPORT-LINE. THE MARGIN PERCENT IS OF SALES VALUE.
       3500-FORMAT-AMOUNTS.
           COMPUTE WS-MARGIN = WS-SALES - WS-COST.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-UNITS TO WS-PRT-UNITS.
           MOVE WS-SALES TO WS-PRT-SALES.
           MOVE WS-COST TO WS-PRT-COST.
           MOVE WS-MARGIN TO WS-PRT-MARGIN.
           MOVE WS-PRT-UNITS TO REPORT-LINE (14:7).
           MOVE WS-PRT-SALES TO REPORT-LINE (21:17).
           MOVE WS-PRT-COST TO REPORT-LINE (39:17).
           MOVE WS-PRT-MARGIN TO REPORT-LINE (57:17).
           IF WS-SALES > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-SALES
                   ON SIZE ERROR
                       MOVE ZERO TO WS-MARGIN-PCT
               END-COMPUTE
               MOVE WS-MARGIN-PCT TO WS-PRT-PCT
               MOVE WS-PRT-PCT TO REPORT-LINE (76:7)
           END-IF.
           IF WS-NO-COST > ZERO
               MOVE "* NO COST" TO REPORT-LINE (84:9)
           END-IF.
       3500-EXIT.
           EXIT.

       4000-UNCOSTED-RECEIPTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECEIPTS WITH NO KNOWN COST FOR " WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UC-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "DATE      STORE  MAKE     SZ     QTY  PO"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-UC-SUB FROM 1 BY 1
                   UNTIL WS-UC-SUB > WS-UC-COUNT
               MOVE WS-UC-QTY (WS-UC-SUB) TO WS-PRT-QTY
               MOVE SPACES TO REPORT-LINE
               MOVE WS-UC-DATE (WS-UC-SUB) TO REPORT-LINE (1:8)
               MOVE WS-UC-STORE (WS-UC-SUB) TO REPORT-LINE (13:1)
               MOVE WS-UC-MAKE (WS-UC-SUB) TO REPORT-LINE (18:7)
               MOVE WS-UC-SIZE (WS-UC-SUB) TO REPORT-LINE (27:2)
               MOVE WS-PRT-QTY TO REPORT-LINE (30:6)
               IF WS-UC-PO-NO (WS-UC-SUB) = ZERO
                   MOVE "NO PO" TO REPORT-LINE (38:5)
               ELSE
                   MOVE WS-UC-PO-NO (WS-UC-SUB) TO REPORT-LINE (38:6)
                   MOVE "PO HAS NO UNIT COST" TO REPORT-LINE (46:19)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
       4000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE MOVES-FILE.
           IF WS-PO-AVAILABLE = "Y"
               CLOSE PO-FILE
           END-IF.
           CLOSE REPORT-FILE.
           COMPUTE WS-MARGIN = WS-TL-SALES (2) - WS-TL-COST (2).
           MOVE WS-MARGIN TO WS-PRT-MARGIN.
           DISPLAY "END OF PROCESSING".
           DISPLAY "SALES READ          : " WS-SALES-READ.
           DISPLAY "RECEIPTS READ       : " WS-RECEIPTS-READ.
           DISPLAY "UNCOSTED RECEIPTS   : " WS-UC-COUNT.
           DISPLAY "GROSS MARGIN        : " WS-PRT-MARGIN.
       9999-EXIT.
           EXIT.
