       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVPROMM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV PROMOTION MAINTENANCE.
      *
      * A "P" PRICE CHANGE IN TVMAINT TAKES EFFECT AT ONCE AND FOR
      * GOOD, SO A WEEKEND SALE MEANT KEYING PRICES DOWN AND BACK UP
      * AGAIN. PROMOTIONS ARE NOW SCHEDULED AHEAD ON THE KEYED
      * PROMOTION FILE (TVPROMO) AND TVPRICE SELLS AT THE PROMOTION
      * PRICE BY THE BUSINESS DATE. THIS PROGRAM APPLIES PROMOTION
      * TRANSACTIONS (TVPRMTRN.DAT):
      *   A - ADD A PROMOTION FOR ONE MAKE/SIZE, OR WITH SIZE BLANK
      *       OR ZERO FOR EVERY SIZE OF THE MAKE, AT EITHER A
      *       PROMOTION PRICE OR A PERCENTAGE OFF LIST (NOT BOTH),
      *       FROM A START DATE TO AN END DATE INCLUSIVE. A
      *       PROMOTION THAT OVERLAPS THE DATES OF ANOTHER ON THE
      *       SAME ITEM (THE SAME MAKE/SIZE, OR THE SAME MAKE WHERE
      *       EITHER IS FOR EVERY SIZE) IS REJECTED.
      *   X - CANCEL A PROMOTION NOT YET STARTED. ONE ALREADY LIVE
      *       IS ENDED EARLY INSTEAD: ITS END DATE BECOMES THE DAY
      *       BEFORE THE BUSINESS DATE, SO THE DAYS IT RAN STAY ON
      *       THE POST-PROMOTION REPORT (TVPRMRPT).
      * TRANSACTION LAYOUT (40 BYTES):
      *   ACTION X(1), PROMOTION NO 9(6), MAKE X(7), SIZE 9(2),
      *   PROMOTION PRICE 9(5), PERCENT OFF 9(2)V9,
      *   START DATE 9(8), END DATE 9(8)
      * REJECTS GO TO TVPROMM.ERR WITH A REASON.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT PROMO-FILE ASSIGN "TVPROMO"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-PRM-FILE-STATUS
                       RECORD KEY PRM-NO.
        SELECT MASTER-FILE ASSIGN "TVMASTER"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-MST-FILE-STATUS
                       RECORD KEY TVM-KEY.
        SELECT TRANS-FILE ASSIGN "TVPRMTRN.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "TVPROMM.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * A PROMOTION: PRM-SIZE ZERO IS EVERY SIZE OF THE MAKE; ONE OF
      * PRM-PRICE AND PRM-PCT-OFF IS SET, THE OTHER ZERO.
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

       FD MASTER-FILE
       RECORD 30.
       01 TVM-REC.
          05 TVM-KEY.
             10 TVM-MAKE   PIC X(07).
             10 TVM-SIZE   PIC 9(02).
          05 TVM-PRICE     PIC 9(05).
          05 TVM-QTY       PIC 9(05).
          05 FILLER        PIC X(11).

       FD TRANS-FILE
       RECORD 40.
       01 TRANS-REC.
          05 TRN-ACTION    PIC X(01).
          05 TRN-PROMO-NO  PIC 9(06).
          05 TRN-MAKE      PIC X(07).
          05 TRN-SIZE      PIC 9(02).
          05 TRN-PRICE     PIC 9(05).
          05 TRN-PCT-OFF   PIC 9(02)V9.
          05 TRN-START     PIC 9(08).
          05 TRN-END       PIC 9(08).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER        PIC X(01).
          05 TRN-PROMO-NO-X PIC X(06).
          05 FILLER        PIC X(07).
          05 TRN-SIZE-X    PIC X(02).
          05 TRN-PRICE-X   PIC X(05).
          05 TRN-PCT-OFF-X PIC X(03).
          05 TRN-START-X   PIC X(08).
          05 TRN-END-X     PIC X(08).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-TRANS     PIC X(40).
          05 FILLER        PIC X(02).
          05 ERR-REASON    PIC X(30).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-PRM-FILE-STATUS  PIC X(02) VALUE "00".
             88 PRM-STATUS-OK    VALUE "00".
             88 PRM-FILE-NOT-FOUND VALUE "35".
          05 WS-PRM-FILE-END     PIC X(01) VALUE "N".
             88 PRM-FILE-END     VALUE "Y".
          05 WS-MST-FILE-STATUS  PIC X(02) VALUE "00".
             88 MST-STATUS-OK    VALUE "00".
          05 WS-TRN-FILE-STATUS  PIC X(02) VALUE "00".
             88 TRN-STATUS-OK    VALUE "00".
          05 WS-TRN-FILE-END     PIC X(01) VALUE "N".
             88 TRN-FILE-END     VALUE "Y".
          05 WS-ERR-FILE-STATUS  PIC X(02) VALUE "00".
             88 ERR-STATUS-OK    VALUE "00".
          05 WS-PRM-FOUND        PIC X(01) VALUE "N".
             88 PRM-FOUND        VALUE "Y".

       01 WS-COUNTS.
          05 WS-APPLIED-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-REASON              PIC X(30) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
       01 WS-YESTERDAY           PIC 9(08) VALUE ZERO.
       01 WS-OVERLAP-NO          PIC 9(06) VALUE ZERO.

       01 DV-PARM.
          05 DV-DATE             PIC 9(08).
          05 DV-DATE-X REDEFINES DV-DATE PIC X(08).
          05 DV-CHECK-TYPE       PIC X(01).
          05 DV-TODAY            PIC 9(08).
          05 DV-HIRE-DATE        PIC 9(08).
          05 DV-RESULT           PIC X(01).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 1).

           OPEN I-O PROMO-FILE.
           IF PRM-FILE-NOT-FOUND
               OPEN OUTPUT PROMO-FILE
               CLOSE PROMO-FILE
               OPEN I-O PROMO-FILE
           END-IF.
           IF NOT PRM-STATUS-OK
               DISPLAY "ERROR OPENING PROMO-FILE"
               DISPLAY "FILE STATUS : " WS-PRM-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF NOT MST-STATUS-OK
               DISPLAY "ERROR OPENING MASTER-FILE - RUN TVLOAD"
               DISPLAY "FILE STATUS : " WS-MST-FILE-STATUS
               STOP RUN
           END-IF.

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
       1000-EXIT.
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
           IF TRN-PROMO-NO-X NOT NUMERIC OR TRN-PROMO-NO = ZERO
               MOVE "PROMOTION NO NOT NUMERIC/ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-PRM-FOUND.
           MOVE TRN-PROMO-NO TO PRM-NO.
           READ PROMO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRM-FOUND
           END-READ.

           EVALUATE TRN-ACTION
               WHEN "A"
                   PERFORM 3000-ADD-PROMOTION THRU 3000-EXIT
               WHEN "X"
                   PERFORM 4000-CANCEL-PROMOTION THRU 4000-EXIT
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
           DISPLAY "REJECTED " TRN-ACTION " " TRN-PROMO-NO-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

       3000-ADD-PROMOTION.
           IF PRM-FOUND
               MOVE "PROMOTION NO ALREADY ON FILE" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-MAKE = SPACES
               MOVE "MAKE MISSING" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-SIZE-X = SPACES
               MOVE ZERO TO TRN-SIZE
           END-IF.
           IF TRN-SIZE-X NOT NUMERIC
               MOVE "SIZE NOT NUMERIC" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-MASTER THRU 3100-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           IF TRN-PRICE-X = SPACES
               MOVE ZERO TO TRN-PRICE
           END-IF.
           IF TRN-PCT-OFF-X = SPACES
               MOVE ZERO TO TRN-PCT-OFF
           END-IF.
           IF TRN-PRICE-X NOT NUMERIC OR TRN-PCT-OFF-X NOT NUMERIC
               MOVE "PRICE OR PERCENT NOT NUMERIC" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF (TRN-PRICE = ZERO AND TRN-PCT-OFF = ZERO)
                   OR (TRN-PRICE NOT = ZERO AND TRN-PCT-OFF NOT = ZERO)
               MOVE "GIVE A PRICE OR A PERCENT OFF" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.

           MOVE TRN-START TO DV-DATE.
           IF TRN-START-X NOT NUMERIC
               MOVE "START DATE INVALID" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE "D" TO DV-CHECK-TYPE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "START DATE INVALID" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE TRN-END TO DV-DATE.
           IF TRN-END-X NOT NUMERIC
               MOVE "END DATE INVALID" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "END DATE INVALID" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-START > TRN-END
               MOVE "START DATE AFTER END DATE" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-END < WS-BUSINESS-DATE
               MOVE "PROMOTION IS ALREADY OVER" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-CHECK-OVERLAP THRU 3200-EXIT.
           IF WS-REASON NOT = SPACES
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO PROMO-REC.
           MOVE TRN-PROMO-NO TO PRM-NO.
           MOVE TRN-MAKE TO PRM-MAKE.
           MOVE TRN-SIZE TO PRM-SIZE.
           MOVE TRN-PRICE TO PRM-PRICE.
           MOVE TRN-PCT-OFF TO PRM-PCT-OFF.
           MOVE TRN-START TO PRM-START.
           MOVE TRN-END TO PRM-END.
           MOVE "A" TO PRM-STATUS.
           WRITE PROMO-REC.
           DISPLAY "PROMOTION ADDED: " PRM-NO " " PRM-MAKE " "
                   PRM-SIZE " " PRM-START " TO " PRM-END.
       3000-EXIT.
           EXIT.

      * A SINGLE SIZE MUST BE ON TVMASTER; A WHOLE MAKE NEEDS AT
      * LEAST ONE SIZE THERE.
       3100-CHECK-MASTER.
           MOVE TRN-MAKE TO TVM-MAKE.
           MOVE TRN-SIZE TO TVM-SIZE.
           IF TRN-SIZE NOT = ZERO
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "MAKE/SIZE NOT ON MASTER" TO WS-REASON
               END-READ
               GO TO 3100-EXIT
           END-IF.
           START MASTER-FILE KEY NOT < TVM-KEY
               INVALID KEY
                   MOVE "MAKE NOT ON MASTER" TO WS-REASON
                   GO TO 3100-EXIT
           END-START.
           READ MASTER-FILE NEXT
               AT END
                   MOVE SPACES TO TVM-MAKE
           END-READ.
           IF TVM-MAKE NOT = TRN-MAKE
               MOVE "MAKE NOT ON MASTER" TO WS-REASON
           END-IF.
       3100-EXIT.
           EXIT.

      * EVERY ACTIVE PROMOTION ON THE SAME ITEM MUST END BEFORE THIS
      * ONE STARTS OR START AFTER IT ENDS.
       3200-CHECK-OVERLAP.
           MOVE ZERO TO WS-OVERLAP-NO.
           MOVE "N" TO WS-PRM-FILE-END.
           MOVE ZERO TO PRM-NO.
           START PROMO-FILE KEY NOT < PRM-NO
               INVALID KEY
                   GO TO 3200-EXIT
           END-START.
           PERFORM UNTIL PRM-FILE-END
               READ PROMO-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PRM-FILE-END
                   NOT AT END
                       IF PRM-IS-ACTIVE
                               AND PRM-MAKE = TRN-MAKE
                               AND (PRM-SIZE = TRN-SIZE
                                    OR PRM-SIZE = ZERO
                                    OR TRN-SIZE = ZERO)
                               AND PRM-START NOT > TRN-END
                               AND PRM-END NOT < TRN-START
                           MOVE PRM-NO TO WS-OVERLAP-NO
                           MOVE "Y" TO WS-PRM-FILE-END
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OVERLAP-NO NOT = ZERO
               STRING "OVERLAPS PROMOTION " WS-OVERLAP-NO
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF.
       3200-EXIT.
           EXIT.

       4000-CANCEL-PROMOTION.
           IF NOT PRM-FOUND
               MOVE "PROMOTION NO NOT ON FILE" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF NOT PRM-IS-ACTIVE
               MOVE "PROMOTION ALREADY CANCELLED" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF PRM-END < WS-BUSINESS-DATE
               MOVE "PROMOTION IS ALREADY OVER" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF PRM-START < WS-BUSINESS-DATE
               MOVE WS-YESTERDAY TO PRM-END
               REWRITE PROMO-REC
               DISPLAY "PROMOTION ENDED EARLY: " PRM-NO
                       " LAST DAY " PRM-END
               GO TO 4000-EXIT
           END-IF.
           MOVE "X" TO PRM-STATUS.
           REWRITE PROMO-REC.
           DISPLAY "PROMOTION CANCELLED: " PRM-NO.
       4000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE PROMO-FILE.
           CLOSE MASTER-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "TRANSACTIONS APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
