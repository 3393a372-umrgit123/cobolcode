       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVCOUNT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV PHYSICAL STOCK COUNT AND INVENTORY ADJUSTMENT.
      *
      * THE STORES' ON-HAND HAS NEVER BEEN PROVED AGAINST THE
      * SHELVES. EVERY STORE IS COUNTED AT ONCE. A COUNT RUNS IN
      * THREE STEPS, NAMED BY THE FIRST ARGUMENT:
      *   FREEZE - SNAPSHOTS EVERY STORE'S ON-HAND OF EACH MAKE/SIZE
      *            FROM TVSTOCK, WITH THE TVMASTER PRICE, TO
      *            TVCOUNT.SNP AND PRINTS THE COUNT SHEETS
      *            (TVCOUNT.SHT), STORE BY STORE. THE SHEETS DO NOT
      *            SHOW THE BOOK QUANTITY, SO THE COUNTERS COUNT WHAT
      *            IS THERE. ONLY ONE COUNT MAY BE OPEN AT A TIME.
      *            STOCK IN TRANSIT IS NOT ON ANY SHELF AND IS NOT
      *            COUNTED.
      *   LOAD   - READS THE COUNTED QUANTITIES (TVCOUNT.DAT: MAKE
      *            X(7), SIZE 9(2), QUANTITY 9(5), STORE X(1) - BLANK
      *            FOR THE MAIN SHOWROOM; A LATER LINE FOR THE SAME
      *            STORE AND MAKE/SIZE IS A RECOUNT AND REPLACES THE
      *            EARLIER ONE) INTO THE SNAPSHOT AND PRINTS THE
      *            VARIANCE REPORT (TVCOUNT.VAR): BOOK, COUNTED AND
      *            VARIANCE IN UNITS AND IN VALUE AT TVM-PRICE. AN
      *            ITEM THAT ALSO VARIED AT EARLIER COUNTS ON THE
      *            COUNT HISTORY IS FLAGGED AS A REPEAT. LOAD MAY BE
      *            RUN AGAIN WITH RECOUNTS UNTIL THE COUNT IS POSTED.
      *   POST   - ONCE A SUPERVISOR (SECOND ARGUMENT) HAS APPROVED
      *            THE VARIANCES, ADJUSTS THE STORE'S ON-HAND ON
      *            TVSTOCK AND THE COMPANY QUANTITY ON TVMASTER BY
      *            EACH COUNTED VARIANCE AND WRITES A "C" (COUNT
      *            ADJUSTMENT) MOVEMENT FOR THE STORE TO TVMOVES.DAT,
      *            SIGNED "+" OR "-" IN MOV-SIGN, SO TVMOVRPT'S
      *            OPENING/CLOSING PROOF STILL HOLDS. EVERY COUNTED
      *            ITEM GOES ON THE COUNT HISTORY (TVCOUNT.HST) AND
      *            THE COUNT IS CLOSED.
      * THE VARIANCE IS COUNTED LESS THE FROZEN BOOK QUANTITY, AND
      * IS APPLIED TO THE ON-HAND AT POSTING, SO SALES AND RECEIPTS
      * SINCE THE FREEZE STAND. AN ITEM NOT COUNTED IS NOT ADJUSTED.
      *
      * THE SUPERVISOR MUST HOLD LARGE-UPDATE/APPROVAL AUTHORITY ON
      * THE OPERATOR AUTHORIZATION FILE (OPERAUTH.DAT); AN ABSENT
      * FILE LEAVES THE CHECK OFF, AS IT DOES FOR EMPPAYREL.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
        SELECT SNAP-FILE ASSIGN "TVCOUNT.SNP"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SNP-FILE-STATUS.
        SELECT SHEET-FILE ASSIGN "TVCOUNT.SHT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SHT-FILE-STATUS.
        SELECT COUNT-FILE ASSIGN "TVCOUNT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CNT-FILE-STATUS.
        SELECT VARIANCE-FILE ASSIGN "TVCOUNT.VAR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-VAR-FILE-STATUS.
        SELECT HISTORY-FILE ASSIGN "TVCOUNT.HST"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-HST-FILE-STATUS.
        SELECT MOVES-FILE ASSIGN "TVMOVES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MOV-FILE-STATUS.
        SELECT AUTH-FILE ASSIGN "OPERAUTH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-AUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD MASTER-FILE
       RECORD 30.
       01 TVM-REC.
          05 TVM-KEY.
             10 TVM-MAKE   PIC X(07).
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

      * THE COUNT SNAPSHOT: ONE RECORD PER STORE AND MAKE/SIZE, ALL
      * CARRYING
      * THE COUNT DATE AND THE COUNT'S STATE - F FROZEN, L COUNTS
      * LOADED, P POSTED. A BLANK STORE IS THE MAIN SHOWROOM.
       FD SNAP-FILE
       RECORD 40.
       01 SNAP-REC.
          05 SNP-COUNT-DATE    PIC 9(08).
          05 SNP-MAKE          PIC X(07).
          05 SNP-SIZE          PIC 9(02).
          05 SNP-FROZEN        PIC 9(05).
          05 SNP-PRICE         PIC 9(05).
          05 SNP-COUNTED       PIC 9(05).
          05 SNP-WAS-COUNTED   PIC X(01).
          05 SNP-STATE         PIC X(01).
          05 SNP-STORE         PIC X(01).
          05 FILLER            PIC X(05).

       FD SHEET-FILE.
       01 SHEET-LINE           PIC X(80).

       FD COUNT-FILE
       RECORD 15.
       01 COUNT-REC.
          05 CNT-MAKE          PIC X(07).
          05 CNT-SIZE          PIC 9(02).
          05 CNT-QTY           PIC 9(05).
          05 CNT-STORE         PIC X(01).
       01 COUNT-REC-X REDEFINES COUNT-REC.
          05 FILLER            PIC X(07).
          05 CNT-SIZE-X        PIC X(02).
          05 CNT-QTY-X         PIC X(05).
          05 FILLER            PIC X(01).

       FD VARIANCE-FILE.
       01 VARIANCE-LINE        PIC X(100).

      * THE COUNT HISTORY: ONE RECORD PER ITEM PER POSTED COUNT.
      * A BLANK STORE IS THE MAIN SHOWROOM.
       FD HISTORY-FILE
       RECORD 40.
       01 HISTORY-REC.
          05 HST-COUNT-DATE    PIC 9(08).
          05 HST-MAKE          PIC X(07).
          05 HST-SIZE          PIC 9(02).
          05 HST-FROZEN        PIC 9(05).
          05 HST-COUNTED       PIC 9(05).
          05 HST-SIGN          PIC X(01).
          05 HST-VARIANCE      PIC 9(05).
          05 HST-PRICE         PIC 9(05).
          05 HST-STORE         PIC X(01).
          05 FILLER            PIC X(01).

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

       FD AUTH-FILE
       RECORD 16.
       01 AUTH-REC.
          05 AUT-OPERATOR      PIC X(08).
          05 AUT-ALLOW-DELETE  PIC X(01).
          05 AUT-ALLOW-LARGE   PIC X(01).
          05 FILLER            PIC X(06).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-MST-FILE-STATUS    PIC X(02) VALUE "00".
             88 MST-STATUS-OK      VALUE "00".
          05 WS-MST-FILE-END       PIC X(01) VALUE "N".
             88 MST-FILE-END       VALUE "Y".
          05 WS-STK-FILE-STATUS    PIC X(02) VALUE "00".
             88 STK-STATUS-OK      VALUE "00".
          05 WS-STK-FILE-END       PIC X(01) VALUE "N".
             88 STK-FILE-END       VALUE "Y".
          05 WS-STR-FILE-STATUS    PIC X(02) VALUE "00".
             88 STR-STATUS-OK      VALUE "00".
          05 WS-STR-FILE-END       PIC X(01) VALUE "N".
             88 STR-FILE-END       VALUE "Y".
          05 WS-SNP-FILE-STATUS    PIC X(02) VALUE "00".
             88 SNP-STATUS-OK      VALUE "00".
             88 SNP-NOT-FOUND      VALUE "35".
          05 WS-SNP-FILE-END       PIC X(01) VALUE "N".
             88 SNP-FILE-END       VALUE "Y".
          05 WS-SHT-FILE-STATUS    PIC X(02) VALUE "00".
             88 SHT-STATUS-OK      VALUE "00".
          05 WS-CNT-FILE-STATUS    PIC X(02) VALUE "00".
             88 CNT-STATUS-OK      VALUE "00".
          05 WS-CNT-FILE-END       PIC X(01) VALUE "N".
             88 CNT-FILE-END       VALUE "Y".
          05 WS-VAR-FILE-STATUS    PIC X(02) VALUE "00".
             88 VAR-STATUS-OK      VALUE "00".
          05 WS-HST-FILE-STATUS    PIC X(02) VALUE "00".
             88 HST-STATUS-OK      VALUE "00".
             88 HST-NOT-FOUND      VALUE "35".
          05 WS-HST-FILE-END       PIC X(01) VALUE "N".
             88 HST-FILE-END       VALUE "Y".
          05 WS-MOV-FILE-STATUS    PIC X(02) VALUE "00".
             88 MOV-STATUS-OK      VALUE "00".
             88 MOV-NOT-FOUND      VALUE "35".
          05 WS-AUT-FILE-STATUS    PIC X(02) VALUE "00".
             88 AUT-STATUS-OK      VALUE "00".
          05 WS-AUT-FILE-END       PIC X(01) VALUE "N".
             88 AUT-FILE-END       VALUE "Y".
          05 WS-ITEM-HIT           PIC X(01) VALUE "N".

       01 WS-RUN-MODE              PIC X(06) VALUE SPACES.
          88 MODE-FREEZE           VALUE "FREEZE".
          88 MODE-LOAD             VALUE "LOAD".
          88 MODE-POST             VALUE "POST".
       01 WS-SUPERVISOR            PIC X(08) VALUE SPACES.
       01 WS-SUPV-FOUND            PIC X(01) VALUE "N".
       01 WS-SUPV-LARGE-OK         PIC X(01) VALUE "N".
       01 WS-AUTH-ACTIVE           PIC X(01) VALUE "N".
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-COUNT-DATE            PIC 9(08) VALUE ZERO.
       01 WS-COUNT-STATE           PIC X(01) VALUE SPACE.
          88 COUNT-FROZEN          VALUE "F".
          88 COUNT-LOADED          VALUE "L".
          88 COUNT-POSTED          VALUE "P".
       01 WS-MAIN-STORE            PIC X(01) VALUE SPACE.
       01 WS-FIND-STORE            PIC X(01).
       01 WS-LAST-STORE            PIC X(01).

      * THE SNAPSHOT, HELD WHILE IT IS WORKED ON.
       01 WS-ITEM-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 1 TO 900 TIMES
                  DEPENDING ON WS-ITEM-COUNT.
             10 WS-IT-STORE        PIC X(01).
             10 WS-IT-MAKE         PIC X(07).
             10 WS-IT-SIZE         PIC 9(02).
             10 WS-IT-FROZEN       PIC 9(05).
             10 WS-IT-PRICE        PIC 9(05).
             10 WS-IT-COUNTED      PIC 9(05).
             10 WS-IT-WAS-COUNTED  PIC X(01).
             10 WS-IT-PRIOR-VARY   PIC 9(03).
       01 WS-ITEM-SUB              PIC 9(03).

       01 WS-VARIANCE              PIC S9(05).
       01 WS-VARIANCE-VALUE        PIC S9(10).
       01 WS-NEW-ONHAND            PIC S9(07).
       01 WS-COUNTS.
          05 WS-COUNTED-ITEMS      PIC 9(05) VALUE ZERO.
          05 WS-UNCOUNTED-ITEMS    PIC 9(05) VALUE ZERO.
          05 WS-VARYING-ITEMS      PIC 9(05) VALUE ZERO.
          05 WS-REPEAT-ITEMS       PIC 9(05) VALUE ZERO.
          05 WS-UNKNOWN-LINES      PIC 9(05) VALUE ZERO.
          05 WS-ADJUSTED-ITEMS     PIC 9(05) VALUE ZERO.
          05 WS-FAILED-ITEMS       PIC 9(05) VALUE ZERO.
       01 WS-LOSS-VALUE            PIC 9(11) VALUE ZERO.
       01 WS-GAIN-VALUE            PIC 9(11) VALUE ZERO.
       01 WS-NET-VALUE             PIC S9(11) VALUE ZERO.

       01 WS-PRINT.
          05 WS-PRT-QTY            PIC ZZ,ZZ9.
          05 WS-PRT-COUNTED        PIC ZZ,ZZ9.
          05 WS-PRT-VARIANCE       PIC ---,--9.
          05 WS-PRT-PRICE          PIC ZZ,ZZ9.
          05 WS-PRT-VALUE          PIC ----,---,--9.
          05 WS-PRT-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 WS-PRT-NET            PIC ---,---,---,--9.
          05 WS-PRT-REPEAT         PIC ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           EVALUATE TRUE
               WHEN MODE-FREEZE
                   PERFORM 2000-FREEZE THRU 2000-EXIT
               WHEN MODE-LOAD
                   PERFORM 3000-LOAD-COUNTS THRU 3000-EXIT
               WHEN MODE-POST
                   PERFORM 4000-POST-COUNT THRU 4000-EXIT
           END-EVALUATE.
           DISPLAY "END OF PROCESSING".
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           IF NOT MODE-FREEZE AND NOT MODE-LOAD AND NOT MODE-POST
               DISPLAY "RUN WITH FREEZE, LOAD OR POST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-SUPERVISOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-SUPERVISOR
           END-ACCEPT.

           PERFORM 1050-MAIN-STORE THRU 1050-EXIT.
           PERFORM 1100-LOAD-SNAPSHOT THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * THE FIRST STORE ON THE STORE MASTER IS THE MAIN SHOWROOM.
       1050-MAIN-STORE.
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
                       IF STR-CODE NOT = SPACE
                           MOVE STR-CODE TO WS-MAIN-STORE
                           MOVE "Y" TO WS-STR-FILE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STORE-FILE.
           IF WS-MAIN-STORE = SPACE
               DISPLAY "STORE MASTER IS EMPTY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      * THE EXISTING SNAPSHOT, IF ANY, GIVES THE COUNT IN HAND.
       1100-LOAD-SNAPSHOT.
           OPEN INPUT SNAP-FILE.
           IF NOT SNP-STATUS-OK
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL SNP-FILE-END
               READ SNAP-FILE
                   AT END
                       MOVE "Y" TO WS-SNP-FILE-END
                   NOT AT END
                       IF WS-ITEM-COUNT < 900
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE SNP-COUNT-DATE TO WS-COUNT-DATE
                           MOVE SNP-STATE TO WS-COUNT-STATE
                           IF SNP-STORE = SPACE
                               MOVE WS-MAIN-STORE TO SNP-STORE
                           END-IF
                           MOVE SNP-STORE
                               TO WS-IT-STORE (WS-ITEM-COUNT)
                           MOVE SNP-MAKE TO WS-IT-MAKE (WS-ITEM-COUNT)
                           MOVE SNP-SIZE TO WS-IT-SIZE (WS-ITEM-COUNT)
                           MOVE SNP-FROZEN
                               TO WS-IT-FROZEN (WS-ITEM-COUNT)
                           MOVE SNP-PRICE
                               TO WS-IT-PRICE (WS-ITEM-COUNT)
                           MOVE SNP-COUNTED
                               TO WS-IT-COUNTED (WS-ITEM-COUNT)
                           MOVE SNP-WAS-COUNTED
                               TO WS-IT-WAS-COUNTED (WS-ITEM-COUNT)
                           MOVE ZERO
                               TO WS-IT-PRIOR-VARY (WS-ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
       1100-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * FREEZE: SNAPSHOT TVSTOCK AND PRINT THE COUNT SHEETS.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2000-FREEZE.
           IF WS-ITEM-COUNT > ZERO AND NOT COUNT-POSTED
               DISPLAY "COUNT OF " WS-COUNT-DATE " IS STILL OPEN - "
                       "POST IT BEFORE FREEZING ANOTHER"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
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
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE WS-BUSINESS-DATE TO WS-COUNT-DATE.
           MOVE "F" TO WS-COUNT-STATE.
           PERFORM UNTIL STK-FILE-END
               READ STOCK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-STK-FILE-END
                   NOT AT END
                       PERFORM 2050-FREEZE-ONE THRU 2050-EXIT
               END-READ
           END-PERFORM.
           CLOSE STOCK-FILE.
           CLOSE MASTER-FILE.

           PERFORM 8000-SAVE-SNAPSHOT THRU 8000-EXIT.
           PERFORM 2100-PRINT-SHEETS THRU 2100-EXIT.
           DISPLAY "COUNT FROZEN FOR " WS-COUNT-DATE
                   " - ITEMS " WS-ITEM-COUNT.
       2000-EXIT.
           EXIT.

       2050-FREEZE-ONE.
           IF WS-ITEM-COUNT NOT < 900
               DISPLAY "COUNT TABLE FULL - " STK-STORE " " STK-MAKE
                       " " STK-SIZE " NOT FROZEN"
               GO TO 2050-EXIT
           END-IF.
           MOVE STK-MAKE TO TVM-MAKE.
           MOVE STK-SIZE TO TVM-SIZE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO TVM-PRICE
           END-READ.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE STK-STORE TO WS-IT-STORE (WS-ITEM-COUNT).
           MOVE STK-MAKE TO WS-IT-MAKE (WS-ITEM-COUNT).
           MOVE STK-SIZE TO WS-IT-SIZE (WS-ITEM-COUNT).
           MOVE STK-ONHAND TO WS-IT-FROZEN (WS-ITEM-COUNT).
           MOVE TVM-PRICE TO WS-IT-PRICE (WS-ITEM-COUNT).
           MOVE ZERO TO WS-IT-COUNTED (WS-ITEM-COUNT).
           MOVE "N" TO WS-IT-WAS-COUNTED (WS-ITEM-COUNT).
       2050-EXIT.
           EXIT.

      * THE SHEETS CARRY NO BOOK QUANTITY - A BLIND COUNT.
       2100-PRINT-SHEETS.
           OPEN OUTPUT SHEET-FILE.
           IF NOT SHT-STATUS-OK
               DISPLAY "ERROR OPENING SHEET-FILE"
               DISPLAY "FILE STATUS : " WS-SHT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO SHEET-LINE.
           STRING "TV STOCK COUNT SHEET - COUNT OF " WS-COUNT-DATE
               DELIMITED BY SIZE INTO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE "MAKE     SIZE   COUNTED       COUNTED BY   CHECKED BY"
               TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACE TO WS-LAST-STORE.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STORE (WS-ITEM-SUB) NOT = WS-LAST-STORE
                   MOVE WS-IT-STORE (WS-ITEM-SUB) TO WS-LAST-STORE
                   MOVE SPACES TO SHEET-LINE
                   WRITE SHEET-LINE
                   MOVE SPACES TO SHEET-LINE
                   STRING "STORE " WS-LAST-STORE
                       DELIMITED BY SIZE INTO SHEET-LINE
                   WRITE SHEET-LINE
               END-IF
               MOVE SPACES TO SHEET-LINE
               MOVE WS-IT-MAKE (WS-ITEM-SUB) TO SHEET-LINE (1:7)
               MOVE WS-IT-SIZE (WS-ITEM-SUB) TO SHEET-LINE (11:2)
               MOVE "________" TO SHEET-LINE (16:8)
               MOVE "__________" TO SHEET-LINE (30:10)
               MOVE "__________" TO SHEET-LINE (43:10)
               WRITE SHEET-LINE
           END-PERFORM.
           CLOSE SHEET-FILE.
       2100-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * LOAD: TAKE THE COUNTED QUANTITIES AND REPORT THE VARIANCES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       3000-LOAD-COUNTS.
           IF WS-ITEM-COUNT = ZERO OR COUNT-POSTED
               DISPLAY "NO OPEN COUNT - RUN TVCOUNT FREEZE FIRST"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT COUNT-FILE.
           IF NOT CNT-STATUS-OK
               DISPLAY "ERROR OPENING COUNT-FILE TVCOUNT.DAT"
               DISPLAY "FILE STATUS : " WS-CNT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM UNTIL CNT-FILE-END
               READ COUNT-FILE
                   AT END
                       MOVE "Y" TO WS-CNT-FILE-END
                   NOT AT END
                       PERFORM 3100-TAKE-COUNT THRU 3100-EXIT
               END-READ
           END-PERFORM.
           CLOSE COUNT-FILE.

           MOVE "L" TO WS-COUNT-STATE.
           PERFORM 8000-SAVE-SNAPSHOT THRU 8000-EXIT.
           PERFORM 3200-READ-HISTORY THRU 3200-EXIT.
           PERFORM 3300-VARIANCE-REPORT THRU 3300-EXIT.
           DISPLAY "COUNTS LOADED FOR " WS-COUNT-DATE.
           DISPLAY "ITEMS COUNTED      : " WS-COUNTED-ITEMS.
           DISPLAY "ITEMS NOT COUNTED  : " WS-UNCOUNTED-ITEMS.
           DISPLAY "ITEMS WITH VARIANCE: " WS-VARYING-ITEMS.
           DISPLAY "REPEAT VARIANCES   : " WS-REPEAT-ITEMS.
           DISPLAY "UNKNOWN COUNT LINES: " WS-UNKNOWN-LINES.
       3000-EXIT.
           EXIT.

       3100-TAKE-COUNT.
           IF CNT-SIZE-X NOT NUMERIC OR CNT-QTY-X NOT NUMERIC
               DISPLAY "COUNT LINE NOT NUMERIC IGNORED: " COUNT-REC
               ADD 1 TO WS-UNKNOWN-LINES
               GO TO 3100-EXIT
           END-IF.
           MOVE CNT-STORE TO WS-FIND-STORE.
           IF WS-FIND-STORE = SPACE
               MOVE WS-MAIN-STORE TO WS-FIND-STORE
           END-IF.
           MOVE "N" TO WS-ITEM-HIT.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STORE (WS-ITEM-SUB) = WS-FIND-STORE
                       AND WS-IT-MAKE (WS-ITEM-SUB) = CNT-MAKE
                       AND WS-IT-SIZE (WS-ITEM-SUB) = CNT-SIZE
                   MOVE "Y" TO WS-ITEM-HIT
                   MOVE CNT-QTY TO WS-IT-COUNTED (WS-ITEM-SUB)
                   MOVE "Y" TO WS-IT-WAS-COUNTED (WS-ITEM-SUB)
                   MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
               END-IF
           END-PERFORM.
           IF WS-ITEM-HIT = "N"
               DISPLAY "COUNTED ITEM NOT IN THE SNAPSHOT: " COUNT-REC
               ADD 1 TO WS-UNKNOWN-LINES
           END-IF.
       3100-EXIT.
           EXIT.

      * HOW MANY EARLIER POSTED COUNTS ALSO FOUND EACH ITEM WRONG.
       3200-READ-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT HST-STATUS-OK
               GO TO 3200-EXIT
           END-IF.
           PERFORM UNTIL HST-FILE-END
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HST-FILE-END
                   NOT AT END
                       IF HST-VARIANCE NOT = ZERO
                           PERFORM 3250-NOTE-PRIOR THRU 3250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       3200-EXIT.
           EXIT.

       3250-NOTE-PRIOR.
           MOVE HST-STORE TO WS-FIND-STORE.
           IF WS-FIND-STORE = SPACE
               MOVE WS-MAIN-STORE TO WS-FIND-STORE
           END-IF.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STORE (WS-ITEM-SUB) = WS-FIND-STORE
                       AND WS-IT-MAKE (WS-ITEM-SUB) = HST-MAKE
                       AND WS-IT-SIZE (WS-ITEM-SUB) = HST-SIZE
                   IF WS-IT-PRIOR-VARY (WS-ITEM-SUB) < 999
                       ADD 1 TO WS-IT-PRIOR-VARY (WS-ITEM-SUB)
                   END-IF
                   MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
               END-IF
           END-PERFORM.
       3250-EXIT.
           EXIT.

       3300-VARIANCE-REPORT.
           OPEN OUTPUT VARIANCE-FILE.
           IF NOT VAR-STATUS-OK
               DISPLAY "ERROR OPENING VARIANCE-FILE"
               DISPLAY "FILE STATUS : " WS-VAR-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "TV STOCK COUNT VARIANCE REPORT - COUNT OF "
                  WS-COUNT-DATE
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "MAKE     SZ    BOOK  COUNTED  VARIANCE  PRICE"
                  "        VALUE"
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACE TO WS-LAST-STORE.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STORE (WS-ITEM-SUB) NOT = WS-LAST-STORE
                   MOVE WS-IT-STORE (WS-ITEM-SUB) TO WS-LAST-STORE
                   MOVE SPACES TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
                   MOVE SPACES TO VARIANCE-LINE
                   STRING "STORE " WS-LAST-STORE
                       DELIMITED BY SIZE INTO VARIANCE-LINE
                   WRITE VARIANCE-LINE
               END-IF
               PERFORM 3400-VARIANCE-LINE THRU 3400-EXIT
           END-PERFORM.

           COMPUTE WS-NET-VALUE = WS-GAIN-VALUE - WS-LOSS-VALUE.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE WS-LOSS-VALUE TO WS-PRT-TOTAL.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "SHORTAGES AT PRICE : " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE WS-GAIN-VALUE TO WS-PRT-TOTAL.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "SURPLUSES AT PRICE : " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE WS-NET-VALUE TO WS-PRT-NET.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "NET ADJUSTMENT     :" WS-PRT-NET
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "ITEMS NOT COUNTED  : " WS-UNCOUNTED-ITEMS
                  "   REPEAT VARIANCES : " WS-REPEAT-ITEMS
               DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           CLOSE VARIANCE-FILE.
       3300-EXIT.
           EXIT.

       3400-VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           MOVE WS-IT-MAKE (WS-ITEM-SUB) TO VARIANCE-LINE (1:7).
           MOVE WS-IT-SIZE (WS-ITEM-SUB) TO VARIANCE-LINE (10:2).
           MOVE WS-IT-FROZEN (WS-ITEM-SUB) TO WS-PRT-QTY.
           MOVE WS-PRT-QTY TO VARIANCE-LINE (13:6).
           IF WS-IT-WAS-COUNTED (WS-ITEM-SUB) NOT = "Y"
               ADD 1 TO WS-UNCOUNTED-ITEMS
               MOVE "** NOT COUNTED **" TO VARIANCE-LINE (21:17)
               WRITE VARIANCE-LINE
               GO TO 3400-EXIT
           END-IF.

           ADD 1 TO WS-COUNTED-ITEMS.
           COMPUTE WS-VARIANCE = WS-IT-COUNTED (WS-ITEM-SUB)
               - WS-IT-FROZEN (WS-ITEM-SUB).
           COMPUTE WS-VARIANCE-VALUE =
               WS-VARIANCE * WS-IT-PRICE (WS-ITEM-SUB).
           IF WS-VARIANCE < ZERO
               SUBTRACT WS-VARIANCE-VALUE FROM WS-LOSS-VALUE
           ELSE
               ADD WS-VARIANCE-VALUE TO WS-GAIN-VALUE
           END-IF.
           MOVE WS-IT-COUNTED (WS-ITEM-SUB) TO WS-PRT-COUNTED.
           MOVE WS-VARIANCE TO WS-PRT-VARIANCE.
           MOVE WS-IT-PRICE (WS-ITEM-SUB) TO WS-PRT-PRICE.
           MOVE WS-VARIANCE-VALUE TO WS-PRT-VALUE.
           MOVE WS-PRT-COUNTED TO VARIANCE-LINE (22:6).
           MOVE WS-PRT-VARIANCE TO VARIANCE-LINE (31:7).
           MOVE WS-PRT-PRICE TO VARIANCE-LINE (40:6).
           MOVE WS-PRT-VALUE TO VARIANCE-LINE (47:12).

      * AN ITEM THAT VARIED AT EARLIER COUNTS TOO IS A PATTERN,
      * NOT A MISCOUNT.
           IF WS-VARIANCE NOT = ZERO
               ADD 1 TO WS-VARYING-ITEMS
               IF WS-IT-PRIOR-VARY (WS-ITEM-SUB) > ZERO
                   ADD 1 TO WS-REPEAT-ITEMS
                   MOVE WS-IT-PRIOR-VARY (WS-ITEM-SUB) TO WS-PRT-REPEAT
                   STRING "* REPEAT -" WS-PRT-REPEAT " EARLIER"
                       DELIMITED BY SIZE INTO VARIANCE-LINE (61:40)
               END-IF
           END-IF.
           WRITE VARIANCE-LINE.
       3400-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * POST: THE SUPERVISOR HAS APPROVED - ADJUST THE STOCK.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       4000-POST-COUNT.
           IF WS-ITEM-COUNT = ZERO OR COUNT-POSTED
               DISPLAY "NO OPEN COUNT TO POST"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           IF NOT COUNT-LOADED
               DISPLAY "NO COUNTS LOADED FOR " WS-COUNT-DATE
                       " - RUN TVCOUNT LOAD FIRST"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           IF WS-SUPERVISOR = SPACES
               DISPLAY "SUPPLY THE APPROVING SUPERVISOR AS THE "
                       "SECOND ARGUMENT"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-CHECK-SUPERVISOR THRU 4100-EXIT.
           IF WS-AUTH-ACTIVE = "Y" AND WS-SUPV-LARGE-OK NOT = "Y"
               DISPLAY "SUPERVISOR " WS-SUPERVISOR
                       " MAY NOT APPROVE STOCK ADJUSTMENTS"
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.

           OPEN I-O MASTER-FILE.
           IF NOT MST-STATUS-OK
               DISPLAY "ERROR OPENING MASTER-FILE - RUN TVLOAD"
               DISPLAY "FILE STATUS : " WS-MST-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O STOCK-FILE.
           IF NOT STK-STATUS-OK
               DISPLAY "ERROR OPENING STOCK-FILE - RUN TVMAINT"
               DISPLAY "FILE STATUS : " WS-STK-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND MOVES-FILE.
           IF MOV-NOT-FOUND
               OPEN OUTPUT MOVES-FILE
           END-IF.
           IF NOT MOV-STATUS-OK
               DISPLAY "ERROR OPENING MOVES-FILE"
               DISPLAY "FILE STATUS : " WS-MOV-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF HST-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF NOT HST-STATUS-OK
               DISPLAY "ERROR OPENING HISTORY-FILE"
               DISPLAY "FILE STATUS : " WS-HST-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-WAS-COUNTED (WS-ITEM-SUB) = "Y"
                   PERFORM 4200-POST-ITEM THRU 4200-EXIT
               END-IF
           END-PERFORM.

           CLOSE MASTER-FILE.
           CLOSE STOCK-FILE.
           CLOSE MOVES-FILE.
           CLOSE HISTORY-FILE.
           MOVE "P" TO WS-COUNT-STATE.
           PERFORM 8000-SAVE-SNAPSHOT THRU 8000-EXIT.
           DISPLAY "COUNT OF " WS-COUNT-DATE " POSTED - APPROVED BY "
                   WS-SUPERVISOR.
           DISPLAY "ITEMS ADJUSTED     : " WS-ADJUSTED-ITEMS.
           DISPLAY "ITEMS NOT ADJUSTED : " WS-FAILED-ITEMS.
           IF WS-FAILED-ITEMS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      * AN ABSENT AUTHORIZATION FILE LEAVES CHECKING OFF.
       4100-CHECK-SUPERVISOR.
           OPEN INPUT AUTH-FILE.
           IF NOT AUT-STATUS-OK
               DISPLAY "NO OPERATOR AUTHORIZATION FILE - "
                       "AUTHORIZATION CHECKING OFF"
               GO TO 4100-EXIT
           END-IF.
           MOVE "Y" TO WS-AUTH-ACTIVE.
           PERFORM UNTIL AUT-FILE-END
               READ AUTH-FILE
                   AT END
                       MOVE "Y" TO WS-AUT-FILE-END
                   NOT AT END
                       IF AUT-OPERATOR = WS-SUPERVISOR
                           MOVE "Y" TO WS-SUPV-FOUND
                           MOVE AUT-ALLOW-LARGE TO WS-SUPV-LARGE-OK
                           MOVE "Y" TO WS-AUT-FILE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
       4100-EXIT.
           EXIT.

       4200-POST-ITEM.
           COMPUTE WS-VARIANCE = WS-IT-COUNTED (WS-ITEM-SUB)
               - WS-IT-FROZEN (WS-ITEM-SUB).

           MOVE SPACES TO HISTORY-REC.
           MOVE WS-COUNT-DATE TO HST-COUNT-DATE.
           MOVE WS-IT-MAKE (WS-ITEM-SUB) TO HST-MAKE.
           MOVE WS-IT-SIZE (WS-ITEM-SUB) TO HST-SIZE.
           MOVE WS-IT-FROZEN (WS-ITEM-SUB) TO HST-FROZEN.
           MOVE WS-IT-COUNTED (WS-ITEM-SUB) TO HST-COUNTED.
           IF WS-VARIANCE < ZERO
               MOVE "-" TO HST-SIGN
           ELSE
               MOVE "+" TO HST-SIGN
           END-IF.
           MOVE WS-VARIANCE TO HST-VARIANCE.
           MOVE WS-IT-PRICE (WS-ITEM-SUB) TO HST-PRICE.
           MOVE WS-IT-STORE (WS-ITEM-SUB) TO HST-STORE.
           WRITE HISTORY-REC.

           IF WS-VARIANCE = ZERO
               GO TO 4200-EXIT
           END-IF.

           MOVE WS-IT-STORE (WS-ITEM-SUB) TO STK-STORE.
           MOVE WS-IT-MAKE (WS-ITEM-SUB) TO STK-MAKE.
           MOVE WS-IT-SIZE (WS-ITEM-SUB) TO STK-SIZE.
           READ STOCK-FILE
               INVALID KEY
                   DISPLAY "NOT ADJUSTED - " STK-STORE " " STK-MAKE
                           " " STK-SIZE " NO LONGER ON TVSTOCK"
                   ADD 1 TO WS-FAILED-ITEMS
                   GO TO 4200-EXIT
           END-READ.
           MOVE STK-MAKE TO TVM-MAKE.
           MOVE STK-SIZE TO TVM-SIZE.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "NOT ADJUSTED - " TVM-MAKE " " TVM-SIZE
                           " NO LONGER ON MASTER"
                   ADD 1 TO WS-FAILED-ITEMS
                   GO TO 4200-EXIT
           END-READ.
           COMPUTE WS-NEW-ONHAND = STK-ONHAND + WS-VARIANCE.
           IF WS-NEW-ONHAND < ZERO
               DISPLAY "NOT ADJUSTED - " STK-STORE " " STK-MAKE
                       " " STK-SIZE " WOULD GO BELOW ZERO ON HAND"
               ADD 1 TO WS-FAILED-ITEMS
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-NEW-ONHAND TO STK-ONHAND.
           REWRITE STOCK-REC.
           COMPUTE TVM-QTY = TVM-QTY + WS-VARIANCE.
           REWRITE TVM-REC.
           ADD 1 TO WS-ADJUSTED-ITEMS.

           MOVE SPACES TO MOVES-REC.
           MOVE WS-BUSINESS-DATE TO MOV-DATE.
           MOVE "C" TO MOV-ACTION.
           MOVE STK-MAKE TO MOV-MAKE.
           MOVE STK-SIZE TO MOV-SIZE.
           MOVE WS-VARIANCE TO MOV-AMOUNT.
           MOVE HST-SIGN TO MOV-SIGN.
           MOVE TVM-PRICE TO MOV-PRICE.
           MOVE STK-ONHAND TO MOV-ONHAND.
           MOVE STK-STORE TO MOV-STORE.
           MOVE ZERO TO MOV-PO-NO.
           MOVE ZERO TO MOV-COST.
           IF TVM-AVG-COST NUMERIC
               MOVE TVM-AVG-COST TO MOV-COST
           END-IF.
           WRITE MOVES-REC.
           DISPLAY "ADJUSTED: " STK-STORE " " STK-MAKE " " STK-SIZE
                   " " HST-SIGN HST-VARIANCE " ON HAND " STK-ONHAND.
       4200-EXIT.
           EXIT.

       8000-SAVE-SNAPSHOT.
           OPEN OUTPUT SNAP-FILE.
           IF NOT SNP-STATUS-OK
               DISPLAY "ERROR OPENING SNAP-FILE"
               DISPLAY "FILE STATUS : " WS-SNP-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               MOVE SPACES TO SNAP-REC
               MOVE WS-COUNT-DATE TO SNP-COUNT-DATE
               MOVE WS-IT-STORE (WS-ITEM-SUB) TO SNP-STORE
               MOVE WS-IT-MAKE (WS-ITEM-SUB) TO SNP-MAKE
               MOVE WS-IT-SIZE (WS-ITEM-SUB) TO SNP-SIZE
               MOVE WS-IT-FROZEN (WS-ITEM-SUB) TO SNP-FROZEN
               MOVE WS-IT-PRICE (WS-ITEM-SUB) TO SNP-PRICE
               MOVE WS-IT-COUNTED (WS-ITEM-SUB) TO SNP-COUNTED
               MOVE WS-IT-WAS-COUNTED (WS-ITEM-SUB) TO SNP-WAS-COUNTED
               MOVE WS-COUNT-STATE TO SNP-STATE
               WRITE SNAP-REC
           END-PERFORM.
           CLOSE SNAP-FILE.
       8000-EXIT.
           EXIT.
