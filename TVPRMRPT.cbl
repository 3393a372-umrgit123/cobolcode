       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVPRMRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV POST-PROMOTION REPORT.
      *
      * FOR EVERY PROMOTION ON TVPROMO (TVPROMM) THAT ENDED IN ONE
      * PERIOD (YYYYMM, FIRST ARGUMENT, DEFAULT THE BUSINESS MONTH)
      * AND IS OVER BY THE BUSINESS DATE, COMPARES THE UNITS SOLD
      * AND THEIR SALES VALUE DURING THE PROMOTION WITH THE SAME
      * NUMBER OF DAYS IMMEDIATELY BEFORE IT, FROM THE "S"
      * MOVEMENTS ON TVMOVES.DAT, ONE LINE PER SIZE SOLD AND A
      * TOTAL FOR THE PROMOTION. A PROMOTION ENDED EARLY IS
      * MEASURED OVER THE DAYS IT ACTUALLY RAN; A CANCELLED ONE
      * NEVER RAN AND IS LEFT OUT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT PROMO-FILE ASSIGN "TVPROMO"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-PRM-FILE-STATUS
                       RECORD KEY PRM-NO.
        SELECT MOVES-FILE ASSIGN "TVMOVES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MOV-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "TVPRMRPT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD PROMO-FILE
       RECORD 40.
       01 PROMO-REC.
          05 PRM-NO        PIC 9(06).
          05 PRM-MAKE      PIC X(07).
          05 PRM-SIZE      PIC 9(02).
          05 PRM-PRICE     PIC 9(05).
          05 PRM-PCT-OFF   PIC 9(02)V9.
          05 PRM-START     PIC 9(08).
          05 PRM-END       PIC 9(08).
          05 PRM-STATUS    PIC X(01).
             88 PRM-IS-ACTIVE VALUE "A".

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

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-PRM-FILE-STATUS  PIC X(02) VALUE "00".
             88 PRM-STATUS-OK    VALUE "00".
          05 WS-PRM-FILE-END     PIC X(01) VALUE "N".
             88 PRM-FILE-END     VALUE "Y".
          05 WS-MOV-FILE-STATUS  PIC X(02) VALUE "00".
             88 MOV-STATUS-OK    VALUE "00".
          05 WS-MOV-FILE-END     PIC X(01) VALUE "N".
             88 MOV-FILE-END     VALUE "Y".
          05 WS-RPT-FILE-STATUS  PIC X(02) VALUE "00".
             88 RPT-STATUS-OK    VALUE "00".
          05 WS-ITEM-HIT         PIC X(01) VALUE "N".

       01 WS-REPORT-PERIOD       PIC 9(06) VALUE ZERO.
       01 WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
       01 WS-START-INT           PIC 9(08) COMP.
       01 WS-END-INT             PIC 9(08) COMP.

      * THE PROMOTIONS REPORTED, WITH THE DAYS THEY RAN AND THE
      * EQUAL RUN OF DAYS BEFORE THEM.
       01 WS-PROMO-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-PROMO-TABLE.
          05 WS-PROMO-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-PROMO-COUNT.
             10 WS-PR-NO         PIC 9(06).
             10 WS-PR-MAKE       PIC X(07).
             10 WS-PR-SIZE       PIC 9(02).
             10 WS-PR-PRICE      PIC 9(05).
             10 WS-PR-PCT-OFF    PIC 9(02)V9.
             10 WS-PR-START      PIC 9(08).
             10 WS-PR-END        PIC 9(08).
             10 WS-PR-DAYS       PIC 9(05).
             10 WS-PR-BEFORE-FROM PIC 9(08).
             10 WS-PR-BEFORE-TO  PIC 9(08).
       01 WS-PROMO-SUB           PIC 9(03).

      * ONE SLOT PER PROMOTION AND SIZE SOLD.
       01 WS-PI-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-PROMO-ITEM-TABLE.
          05 WS-PI-ENTRY OCCURS 1 TO 900 TIMES
                  DEPENDING ON WS-PI-COUNT.
             10 WS-PI-PROMO-SUB  PIC 9(03).
             10 WS-PI-SIZE       PIC 9(02).
             10 WS-PI-BEFORE     PIC 9(07).
             10 WS-PI-DURING     PIC 9(07).
             10 WS-PI-BEFORE-VAL PIC 9(09)V99.
             10 WS-PI-DURING-VAL PIC 9(09)V99.
       01 WS-PI-SUB              PIC 9(03).
       01 WS-IN-PROMO            PIC X(01).

       01 WS-TOTALS.
          05 WS-TL-BEFORE        PIC 9(07).
          05 WS-TL-DURING        PIC 9(07).
          05 WS-TL-BEFORE-VAL    PIC 9(09)V99.
          05 WS-TL-DURING-VAL    PIC 9(09)V99.
       01 WS-TL-LINES            PIC 9(03).

       01 WS-BEFORE              PIC 9(07).
       01 WS-DURING              PIC 9(07).
       01 WS-BEFORE-VAL          PIC 9(09)V99.
       01 WS-DURING-VAL          PIC 9(09)V99.
       01 WS-CHANGE              PIC S9(07).
       01 WS-CHANGE-PCT          PIC S9(05)V9.

       01 WS-PRINT.
          05 WS-PRT-UNITS        PIC ZZZZZZ9.
          05 WS-PRT-CHANGE       PIC -ZZZZZZ9.
          05 WS-PRT-PCT          PIC -ZZZZ9.9.
          05 WS-PRT-VALUE        PIC ZZ,ZZZ,ZZ9.99.
          05 WS-PRT-DAYS         PIC ZZZZ9.
          05 WS-PRT-PCT-OFF      PIC Z9.9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 1100-LOAD-PROMOTIONS THRU 1100-EXIT.
           PERFORM 2000-SCAN-MOVEMENTS THRU 2000-EXIT.
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
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

           OPEN INPUT PROMO-FILE.
           IF NOT PRM-STATUS-OK
               DISPLAY "NO PROMOTION FILE - RUN TVPROMM FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MOVES-FILE.
           IF NOT MOV-STATUS-OK
               DISPLAY "NO MOVEMENT HISTORY - RUN TVMAINT FIRST"
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

           MOVE SPACES TO REPORT-LINE.
           STRING "TV POST-PROMOTION REPORT - PROMOTIONS ENDED IN "
                  WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-PROMOTIONS.
           PERFORM UNTIL PRM-FILE-END
               READ PROMO-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PRM-FILE-END
                   NOT AT END
                       IF PRM-IS-ACTIVE
                               AND PRM-END (1:6) = WS-REPORT-PERIOD
                               AND PRM-END < WS-BUSINESS-DATE
                           PERFORM 1150-TAKE-PROMOTION THRU 1150-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       1100-EXIT.
           EXIT.

       1150-TAKE-PROMOTION.
           IF WS-PROMO-COUNT >= 200
               DISPLAY "PROMOTION TABLE FULL - " PRM-NO " NOT REPORTED"
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WS-PROMO-COUNT.
           MOVE WS-PROMO-COUNT TO WS-PROMO-SUB.
           MOVE PRM-NO TO WS-PR-NO (WS-PROMO-SUB).
           MOVE PRM-MAKE TO WS-PR-MAKE (WS-PROMO-SUB).
           MOVE PRM-SIZE TO WS-PR-SIZE (WS-PROMO-SUB).
           MOVE PRM-PRICE TO WS-PR-PRICE (WS-PROMO-SUB).
           MOVE PRM-PCT-OFF TO WS-PR-PCT-OFF (WS-PROMO-SUB).
           MOVE PRM-START TO WS-PR-START (WS-PROMO-SUB).
           MOVE PRM-END TO WS-PR-END (WS-PROMO-SUB).
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE (PRM-START).
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE (PRM-END).
           COMPUTE WS-PR-DAYS (WS-PROMO-SUB) =
               WS-END-INT - WS-START-INT + 1.
           COMPUTE WS-PR-BEFORE-FROM (WS-PROMO-SUB) =
               FUNCTION DATE-OF-INTEGER
                   (WS-START-INT - WS-PR-DAYS (WS-PROMO-SUB)).
           COMPUTE WS-PR-BEFORE-TO (WS-PROMO-SUB) =
               FUNCTION DATE-OF-INTEGER (WS-START-INT - 1).
       1150-EXIT.
           EXIT.

       2000-SCAN-MOVEMENTS.
           IF WS-PROMO-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF.
           PERFORM UNTIL MOV-FILE-END
               READ MOVES-FILE
                   AT END
                       MOVE "Y" TO WS-MOV-FILE-END
                   NOT AT END
                       IF MOV-ACTION = "S"
                           PERFORM VARYING WS-PROMO-SUB FROM 1 BY 1
                                   UNTIL WS-PROMO-SUB > WS-PROMO-COUNT
                               PERFORM 2100-CHECK-SALE THRU 2100-EXIT
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * A SALE COUNTS TOWARDS A PROMOTION WHEN IT IS OF THE ITEM ON
      * PROMOTION AND FALLS IN THE PROMOTION OR THE DAYS BEFORE IT.
       2100-CHECK-SALE.
           IF MOV-MAKE NOT = WS-PR-MAKE (WS-PROMO-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF WS-PR-SIZE (WS-PROMO-SUB) NOT = ZERO
                   AND MOV-SIZE NOT = WS-PR-SIZE (WS-PROMO-SUB)
               GO TO 2100-EXIT
           END-IF.
           IF MOV-DATE < WS-PR-BEFORE-FROM (WS-PROMO-SUB)
                   OR MOV-DATE > WS-PR-END (WS-PROMO-SUB)
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-IN-PROMO.
           IF MOV-DATE NOT < WS-PR-START (WS-PROMO-SUB)
               MOVE "Y" TO WS-IN-PROMO
           END-IF.

           MOVE "N" TO WS-ITEM-HIT.
           PERFORM VARYING WS-PI-SUB FROM 1 BY 1
                   UNTIL WS-PI-SUB > WS-PI-COUNT
               IF WS-PI-PROMO-SUB (WS-PI-SUB) = WS-PROMO-SUB
                       AND WS-PI-SIZE (WS-PI-SUB) = MOV-SIZE
                   MOVE "Y" TO WS-ITEM-HIT
                   PERFORM 2200-BUMP-ITEM THRU 2200-EXIT
                   MOVE WS-PI-COUNT TO WS-PI-SUB
               END-IF
           END-PERFORM.
           IF WS-ITEM-HIT = "N"
               IF WS-PI-COUNT < 900
                   ADD 1 TO WS-PI-COUNT
                   MOVE WS-PI-COUNT TO WS-PI-SUB
                   MOVE WS-PROMO-SUB TO WS-PI-PROMO-SUB (WS-PI-SUB)
                   MOVE MOV-SIZE TO WS-PI-SIZE (WS-PI-SUB)
                   MOVE ZERO TO WS-PI-BEFORE (WS-PI-SUB)
                   MOVE ZERO TO WS-PI-DURING (WS-PI-SUB)
                   MOVE ZERO TO WS-PI-BEFORE-VAL (WS-PI-SUB)
                   MOVE ZERO TO WS-PI-DURING-VAL (WS-PI-SUB)
                   PERFORM 2200-BUMP-ITEM THRU 2200-EXIT
               ELSE
                   DISPLAY "ITEM TABLE FULL - SALE DROPPED"
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-BUMP-ITEM.
           IF WS-IN-PROMO = "Y"
               ADD MOV-AMOUNT TO WS-PI-DURING (WS-PI-SUB)
               COMPUTE WS-PI-DURING-VAL (WS-PI-SUB) =
                   WS-PI-DURING-VAL (WS-PI-SUB) + MOV-AMOUNT * MOV-PRICE
           ELSE
               ADD MOV-AMOUNT TO WS-PI-BEFORE (WS-PI-SUB)
               COMPUTE WS-PI-BEFORE-VAL (WS-PI-SUB) =
                   WS-PI-BEFORE-VAL (WS-PI-SUB) + MOV-AMOUNT * MOV-PRICE
           END-IF.
       2200-EXIT.
           EXIT.

       3000-WRITE-REPORT.
           IF WS-PROMO-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO PROMOTIONS ENDED IN THE PERIOD" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM VARYING WS-PROMO-SUB FROM 1 BY 1
                   UNTIL WS-PROMO-SUB > WS-PROMO-COUNT
               PERFORM 3100-WRITE-PROMOTION THRU 3100-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-WRITE-PROMOTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROMOTION " WS-PR-NO (WS-PROMO-SUB) "  "
                  WS-PR-MAKE (WS-PROMO-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.
           IF WS-PR-SIZE (WS-PROMO-SUB) = ZERO
               MOVE "ALL SIZES" TO REPORT-LINE (27:9)
           ELSE
               MOVE "SIZE" TO REPORT-LINE (27:4)
               MOVE WS-PR-SIZE (WS-PROMO-SUB) TO REPORT-LINE (32:2)
           END-IF.
           IF WS-PR-PRICE (WS-PROMO-SUB) NOT = ZERO
               MOVE WS-PR-PRICE (WS-PROMO-SUB) TO WS-PRT-UNITS
               MOVE "PRICE" TO REPORT-LINE (39:5)
               MOVE WS-PRT-UNITS TO REPORT-LINE (44:7)
           ELSE
               MOVE WS-PR-PCT-OFF (WS-PROMO-SUB) TO WS-PRT-PCT-OFF
               MOVE WS-PRT-PCT-OFF TO REPORT-LINE (39:4)
               MOVE "PCT OFF" TO REPORT-LINE (44:7)
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-PR-DAYS (WS-PROMO-SUB) TO WS-PRT-DAYS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RAN " WS-PR-START (WS-PROMO-SUB)
                  " TO " WS-PR-END (WS-PROMO-SUB)
                  "  DAYS" WS-PRT-DAYS "  COMPARED WITH "
                  WS-PR-BEFORE-FROM (WS-PROMO-SUB)
                  " TO " WS-PR-BEFORE-TO (WS-PROMO-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SZ" TO REPORT-LINE (3:2).
           MOVE "BEFORE" TO REPORT-LINE (8:6).
           MOVE "DURING" TO REPORT-LINE (18:6).
           MOVE "CHANGE" TO REPORT-LINE (28:6).
           MOVE "CHANGE%" TO REPORT-LINE (36:7).
           MOVE "VALUE BEFORE" TO REPORT-LINE (46:12).
           MOVE "VALUE DURING" TO REPORT-LINE (61:12).
           WRITE REPORT-LINE.

           MOVE ZERO TO WS-TL-BEFORE.
           MOVE ZERO TO WS-TL-DURING.
           MOVE ZERO TO WS-TL-BEFORE-VAL.
           MOVE ZERO TO WS-TL-DURING-VAL.
           MOVE ZERO TO WS-TL-LINES.
           PERFORM VARYING WS-PI-SUB FROM 1 BY 1
                   UNTIL WS-PI-SUB > WS-PI-COUNT
               IF WS-PI-PROMO-SUB (WS-PI-SUB) = WS-PROMO-SUB
                   PERFORM 3200-WRITE-SIZE THRU 3200-EXIT
               END-IF
           END-PERFORM.
           IF WS-TL-LINES = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "  NO SALES BEFORE OR DURING THE PROMOTION"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-TL-BEFORE TO WS-BEFORE.
           MOVE WS-TL-DURING TO WS-DURING.
           MOVE WS-TL-BEFORE-VAL TO WS-BEFORE-VAL.
           MOVE WS-TL-DURING-VAL TO WS-DURING-VAL.
           PERFORM 3300-FORMAT-LINE THRU 3300-EXIT.
           MOVE "TOTAL" TO REPORT-LINE (1:5).
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.

       3200-WRITE-SIZE.
           ADD 1 TO WS-TL-LINES.
           MOVE WS-PI-BEFORE (WS-PI-SUB) TO WS-BEFORE.
           MOVE WS-PI-DURING (WS-PI-SUB) TO WS-DURING.
           MOVE WS-PI-BEFORE-VAL (WS-PI-SUB) TO WS-BEFORE-VAL.
           MOVE WS-PI-DURING-VAL (WS-PI-SUB) TO WS-DURING-VAL.
           ADD WS-BEFORE TO WS-TL-BEFORE.
           ADD WS-DURING TO WS-TL-DURING.
           ADD WS-BEFORE-VAL TO WS-TL-BEFORE-VAL.
           ADD WS-DURING-VAL TO WS-TL-DURING-VAL.
           PERFORM 3300-FORMAT-LINE THRU 3300-EXIT.
           MOVE WS-PI-SIZE (WS-PI-SUB) TO REPORT-LINE (3:2).
           WRITE REPORT-LINE.
       3200-EXIT.
           EXIT.

      * THE CHANGE PERCENT IS ON THE UNITS SOLD BEFORE; WITH NONE
      * SOLD BEFORE THERE IS NOTHING TO MEASURE IT AGAINST.
       3300-FORMAT-LINE.
           MOVE SPACES TO REPORT-LINE.
           COMPUTE WS-CHANGE = WS-DURING - WS-BEFORE.
           MOVE WS-BEFORE TO WS-PRT-UNITS.
           MOVE WS-PRT-UNITS TO REPORT-LINE (7:7).
           MOVE WS-DURING TO WS-PRT-UNITS.
           MOVE WS-PRT-UNITS TO REPORT-LINE (17:7).
           MOVE WS-CHANGE TO WS-PRT-CHANGE.
           MOVE WS-PRT-CHANGE TO REPORT-LINE (26:8).
           IF WS-BEFORE > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE * 100 / WS-BEFORE
               MOVE WS-CHANGE-PCT TO WS-PRT-PCT
               MOVE WS-PRT-PCT TO REPORT-LINE (35:8)
           ELSE
               MOVE "NEW" TO REPORT-LINE (40:3)
           END-IF.
           MOVE WS-BEFORE-VAL TO WS-PRT-VALUE.
           MOVE WS-PRT-VALUE TO REPORT-LINE (45:13).
           MOVE WS-DURING-VAL TO WS-PRT-VALUE.
           MOVE WS-PRT-VALUE TO REPORT-LINE (60:13).
       3300-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE PROMO-FILE.
           CLOSE MOVES-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "PROMOTIONS REPORTED : " WS-PROMO-COUNT.
       9999-EXIT.
           EXIT.
