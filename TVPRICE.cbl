       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVPRICE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV SELLING PRICE SERVICE.
      *
      * THE TVMASTER PRICE IS THE LIST PRICE. WHILE A PROMOTION ON
      * THE PROMOTION FILE (TVPROMO, KEPT BY TVPROMM) IS LIVE - THE
      * DATE FALLS FROM ITS START DATE TO ITS END DATE INCLUSIVE -
      * THE MAKE/SIZE SELLS AT THE PROMOTION PRICE INSTEAD, OR AT
      * THE LIST PRICE LESS THE PROMOTION'S PERCENTAGE OFF. A
      * PROMOTION IS FOR ONE MAKE/SIZE OR, WITH SIZE ZERO, FOR EVERY
      * SIZE OF THE MAKE. TVPROMM ALLOWS NO TWO LIVE PROMOTIONS ON
      * THE SAME ITEM, SO AT MOST ONE APPLIES. EVERY PROGRAM THAT
      * PRICES A SALE CALLS THIS ROUTINE, SO A PROMOTION TAKES AND
      * ENDS EFFECT WITH NO PRICE TO KEY DOWN AND BACK UP.
      * THE ACTIVE PROMOTIONS ARE LOADED ON THE FIRST CALL OF THE
      * RUN; WITH NO PROMOTION FILE EVERYTHING SELLS AT LIST.
      *
      * LINKAGE: CALL "TVPRICE" USING PRC-PARM.
      *   PRC-MAKE        THE MAKE
      *   PRC-SIZE        THE SIZE
      *   PRC-DATE        THE YYYYMMDD DATE OF THE SALE
      *   PRC-LIST-PRICE  THE TVMASTER PRICE
      *   PRC-SELL-PRICE  RETURNED: THE PRICE TO SELL AT
      *   PRC-PROMO-NO    RETURNED: THE PROMOTION APPLIED, OR ZERO
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT PROMO-FILE ASSIGN "TVPROMO"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-PRM-FILE-STATUS
                       RECORD KEY PRM-NO.
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

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-PRM-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRM-STATUS-OK      VALUE "00".
          05 WS-PRM-FILE-END       PIC X(01) VALUE "N".
             88 PRM-FILE-END       VALUE "Y".
          05 WS-LOADED             PIC X(01) VALUE "N".
             88 TABLES-LOADED      VALUE "Y".

       01 WS-PROMO-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-PROMO-TABLE.
          05 WS-PROMO-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-PROMO-COUNT.
             10 WS-PR-NO           PIC 9(06).
             10 WS-PR-MAKE         PIC X(07).
             10 WS-PR-SIZE         PIC 9(02).
             10 WS-PR-PRICE        PIC 9(05).
             10 WS-PR-PCT-OFF      PIC 9(02)V9.
             10 WS-PR-START        PIC 9(08).
             10 WS-PR-END          PIC 9(08).
       01 WS-PROMO-SUB             PIC 9(04).

       LINKAGE SECTION.
       01 PRC-PARM.
          05 PRC-MAKE          PIC X(07).
          05 PRC-SIZE          PIC 9(02).
          05 PRC-DATE          PIC 9(08).
          05 PRC-LIST-PRICE    PIC 9(05).
          05 PRC-SELL-PRICE    PIC 9(05).
          05 PRC-PROMO-NO      PIC 9(06).

       PROCEDURE DIVISION USING PRC-PARM.
       MAINLINE.
           IF NOT TABLES-LOADED
               PERFORM 1000-LOAD-PROMOTIONS THRU 1000-EXIT
               MOVE "Y" TO WS-LOADED
           END-IF.

           MOVE PRC-LIST-PRICE TO PRC-SELL-PRICE.
           MOVE ZERO TO PRC-PROMO-NO.
           PERFORM VARYING WS-PROMO-SUB FROM 1 BY 1
                   UNTIL WS-PROMO-SUB > WS-PROMO-COUNT
               IF WS-PR-MAKE (WS-PROMO-SUB) = PRC-MAKE
                       AND (WS-PR-SIZE (WS-PROMO-SUB) = PRC-SIZE
                            OR WS-PR-SIZE (WS-PROMO-SUB) = ZERO)
                       AND WS-PR-START (WS-PROMO-SUB) NOT > PRC-DATE
                       AND WS-PR-END (WS-PROMO-SUB) NOT < PRC-DATE
                   GO TO 0100-HAVE-PROMOTION
               END-IF
           END-PERFORM.
           GOBACK.

       0100-HAVE-PROMOTION.
           MOVE WS-PR-NO (WS-PROMO-SUB) TO PRC-PROMO-NO.
           IF WS-PR-PRICE (WS-PROMO-SUB) NOT = ZERO
               MOVE WS-PR-PRICE (WS-PROMO-SUB) TO PRC-SELL-PRICE
           ELSE
               COMPUTE PRC-SELL-PRICE ROUNDED = PRC-LIST-PRICE
                   * (100 - WS-PR-PCT-OFF (WS-PROMO-SUB)) / 100
           END-IF.
           GOBACK.

      * CANCELLED PROMOTIONS ARE LEFT OUT.
       1000-LOAD-PROMOTIONS.
           OPEN INPUT PROMO-FILE.
           IF NOT PRM-STATUS-OK
               GO TO 1000-EXIT
           END-IF.
           PERFORM UNTIL PRM-FILE-END
               READ PROMO-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PRM-FILE-END
                   NOT AT END
                       IF PRM-IS-ACTIVE AND WS-PROMO-COUNT < 2000
                           ADD 1 TO WS-PROMO-COUNT
                           MOVE PRM-NO TO WS-PR-NO (WS-PROMO-COUNT)
                           MOVE PRM-MAKE TO WS-PR-MAKE (WS-PROMO-COUNT)
                           MOVE PRM-SIZE TO WS-PR-SIZE (WS-PROMO-COUNT)
                           MOVE PRM-PRICE TO
                               WS-PR-PRICE (WS-PROMO-COUNT)
                           MOVE PRM-PCT-OFF TO
                               WS-PR-PCT-OFF (WS-PROMO-COUNT)
                           MOVE PRM-START TO
                               WS-PR-START (WS-PROMO-COUNT)
                           MOVE PRM-END TO WS-PR-END (WS-PROMO-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROMO-FILE.
       1000-EXIT.
           EXIT.
