       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVMATCH.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV SUPPLIER INVOICE THREE-WAY MATCH.
      *
      * SUPPLIER INVOICES (TVSINV.DAT, ONE LINE PER INVOICE LINE,
      * THE LINES OF AN INVOICE TOGETHER) ARE CHECKED AGAINST THE
      * PURCHASE ORDER (TVPO, KEPT BY TVPOM) AND AGAINST WHAT WAS
      * RECEIVED ON IT - THE "R" MOVEMENTS TVMAINT MATCHED TO THE
      * PO ON TVMOVES.DAT. EACH LINE MUST:
      *   - NAME A PO OF THE SAME SUPPLIER FOR THE SAME MAKE/SIZE
      *   - NOT TAKE THE QUANTITY INVOICED ON THE PO SO FAR BEYOND
      *     THE QUANTITY ORDERED OR THE QUANTITY RECEIVED
      *   - BE PRICED WITHIN THE SUPPLIER'S TOLERANCE (PERCENT, ON
      *     TVSUPP.DAT) OF THE PO UNIT COST
      * AN INVOICE NUMBER ALREADY APPROVED FOR THE SUPPLIER IS A
      * DUPLICATE. AN INVOICE WHOSE LINES ALL MATCH IS APPROVED
      * FOR PAYMENT AND ADDED TO TVAPPRV.DAT, WHICH ALSO SERVES AS
      * THE RECORD OF WHAT HAS BEEN INVOICED; ANY OTHER INVOICE IS
      * HELD WHOLE AND ITS LINES LISTED ON THE DISCREPANCY REPORT
      * (TVMATCH.DAT) BY SUPPLIER, TO BE CORRECTED AND PRESENTED
      * AGAIN. TVUNINV.DAT THEN LISTS THE RECEIPTS NOT YET
      * INVOICED, OLDEST RECEIPTS TAKEN AS INVOICED FIRST, WITH
      * THEIR AGE IN DAYS AND VALUE AT PO COST.
      *
      * INVOICE LINE LAYOUT (42 BYTES):
      *   INVOICE NO X(10), SUPPLIER X(5), PO-NO 9(6), MAKE X(7),
      *   SIZE 9(2), QTY 9(5), UNIT COST 9(5)V99
      * RETURN CODE 4 WHEN ANY INVOICE IS HELD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT PO-FILE ASSIGN "TVPO"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-PO-FILE-STATUS
                       RECORD KEY PO-NO.
        SELECT SUPP-FILE ASSIGN "TVSUPP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SUP-FILE-STATUS.
        SELECT MOVES-FILE ASSIGN "TVMOVES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MOV-FILE-STATUS.
        SELECT SINV-FILE ASSIGN "TVSINV.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SIV-FILE-STATUS.
        SELECT APPROVED-FILE ASSIGN "TVAPPRV.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-APV-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "TVMATCH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
        SELECT UNINV-FILE ASSIGN "TVUNINV.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-UNV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

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
       01 SUPP-REC-X REDEFINES SUPP-REC.
          05 FILLER        PIC X(25).
          05 SUP-PRICE-TOL-X PIC X(03).

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

       FD SINV-FILE
       RECORD 42.
       01 SINV-REC.
          05 SIV-INV-NO    PIC X(10).
          05 SIV-SUPPLIER  PIC X(05).
          05 SIV-PO-NO     PIC 9(06).
          05 SIV-MAKE      PIC X(07).
          05 SIV-SIZE      PIC 9(02).
          05 SIV-QTY       PIC 9(05).
          05 SIV-UNIT-COST PIC 9(05)V99.
       01 SINV-REC-X REDEFINES SINV-REC.
          05 FILLER        PIC X(15).
          05 SIV-PO-NO-X   PIC X(06).
          05 FILLER        PIC X(07).
          05 SIV-SIZE-X    PIC X(02).
          05 SIV-QTY-X     PIC X(05).
          05 SIV-UNIT-COST-X PIC X(07).

      * ONE RECORD PER APPROVED INVOICE LINE.
       FD APPROVED-FILE
       RECORD 60.
       01 APPROVED-REC.
          05 APV-INV-NO    PIC X(10).
          05 APV-SUPPLIER  PIC X(05).
          05 APV-PO-NO     PIC 9(06).
          05 APV-MAKE      PIC X(07).
          05 APV-SIZE      PIC 9(02).
          05 APV-QTY       PIC 9(05).
          05 APV-UNIT-COST PIC 9(05)V99.
          05 APV-AMOUNT    PIC 9(08)V99.
          05 APV-DATE      PIC 9(08).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(90).

       FD UNINV-FILE.
       01 UNINV-LINE           PIC X(70).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-PO-FILE-STATUS   PIC X(02) VALUE "00".
             88 PO-STATUS-OK     VALUE "00".
          05 WS-SUP-FILE-STATUS  PIC X(02) VALUE "00".
             88 SUP-STATUS-OK    VALUE "00".
          05 WS-SUP-FILE-END     PIC X(01) VALUE "N".
             88 SUP-FILE-END     VALUE "Y".
          05 WS-MOV-FILE-STATUS  PIC X(02) VALUE "00".
             88 MOV-STATUS-OK    VALUE "00".
          05 WS-MOV-FILE-END     PIC X(01) VALUE "N".
             88 MOV-FILE-END     VALUE "Y".
          05 WS-SIV-FILE-STATUS  PIC X(02) VALUE "00".
             88 SIV-STATUS-OK    VALUE "00".
          05 WS-SIV-FILE-END     PIC X(01) VALUE "N".
             88 SIV-FILE-END     VALUE "Y".
          05 WS-APV-FILE-STATUS  PIC X(02) VALUE "00".
             88 APV-STATUS-OK    VALUE "00".
             88 APV-NOT-FOUND    VALUE "35".
          05 WS-APV-FILE-END     PIC X(01) VALUE "N".
             88 APV-FILE-END     VALUE "Y".
          05 WS-RPT-FILE-STATUS  PIC X(02) VALUE "00".
             88 RPT-STATUS-OK    VALUE "00".
          05 WS-UNV-FILE-STATUS  PIC X(02) VALUE "00".
             88 UNV-STATUS-OK    VALUE "00".
          05 WS-PO-FOUND         PIC X(01) VALUE "N".
             88 PO-FOUND         VALUE "Y".
          05 WS-INV-HELD         PIC X(01) VALUE "N".
             88 INV-HELD         VALUE "Y".
          05 WS-SUPP-PRINTED     PIC X(01) VALUE "N".

       01 WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
       01 WS-TODAY-INT           PIC 9(08) COMP.
       01 WS-RECEIPT-INT         PIC 9(08) COMP.
       01 WS-DAYS-OLD            PIC S9(05) VALUE ZERO.
       01 WS-REASON              PIC X(30) VALUE SPACES.

       01 WS-SUPP-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-SUPP-TABLE.
          05 WS-SUPP-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-SUPP-COUNT.
             10 WS-SUPP-ID       PIC X(05).
             10 WS-SUPP-NAME     PIC X(20).
             10 WS-SUPP-TOL      PIC 9(02)V9.
       01 WS-SUPP-SUB            PIC 9(03).
       01 WS-INV-SUPP-SUB        PIC 9(03).

      * RECEIVED AND INVOICED QUANTITY PER PURCHASE ORDER. PENDING
      * IS WHAT THE INVOICE IN HAND HAS MATCHED SO FAR.
       01 WS-PT-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-PO-TALLY-TABLE.
          05 WS-PT-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-PT-COUNT.
             10 WS-PT-PO-NO      PIC 9(06).
             10 WS-PT-RECEIVED   PIC 9(07).
             10 WS-PT-INVOICED   PIC 9(07).
             10 WS-PT-PENDING    PIC 9(07).
       01 WS-PT-SUB              PIC 9(04).
       01 WS-FIND-PO-NO          PIC 9(06).

      * EVERY RECEIPT MATCHED TO A PO, IN THE ORDER RECEIVED.
       01 WS-RC-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-RECEIPT-TABLE.
          05 WS-RC-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-RC-COUNT.
             10 WS-RC-PO-NO      PIC 9(06).
             10 WS-RC-DATE       PIC 9(08).
             10 WS-RC-STORE      PIC X(01).
             10 WS-RC-QTY        PIC 9(05).
       01 WS-RC-SUB              PIC 9(04).

      * INVOICE NUMBERS ALREADY APPROVED, BY SUPPLIER.
       01 WS-RG-COUNT            PIC 9(04) VALUE ZERO.
       01 WS-REGISTER-TABLE.
          05 WS-RG-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-RG-COUNT.
             10 WS-RG-INV-NO     PIC X(10).
             10 WS-RG-SUPPLIER   PIC X(05).
       01 WS-RG-SUB              PIC 9(04).

      * THE LINES OF THE INVOICE IN HAND.
       01 WS-CUR-INV-NO          PIC X(10) VALUE SPACES.
       01 WS-CUR-SUPPLIER        PIC X(05) VALUE SPACES.
       01 WS-IL-COUNT            PIC 9(02) VALUE ZERO.
       01 WS-INVOICE-LINES.
          05 WS-IL-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-IL-COUNT.
             10 WS-IL-PO-NO      PIC 9(06).
             10 WS-IL-MAKE       PIC X(07).
             10 WS-IL-SIZE       PIC 9(02).
             10 WS-IL-QTY        PIC 9(05).
             10 WS-IL-UNIT-COST  PIC 9(05)V99.
             10 WS-IL-PO-COST    PIC 9(05)V99.
             10 WS-IL-REASON     PIC X(30).
       01 WS-IL-SUB              PIC 9(02).

      * THE HELD LINES, FOR THE REPORT BY SUPPLIER.
       01 WS-DS-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-DISCREPANCY-TABLE.
          05 WS-DS-ENTRY OCCURS 1 TO 900 TIMES
                  DEPENDING ON WS-DS-COUNT.
             10 WS-DS-SUPP-SUB   PIC 9(03).
             10 WS-DS-SUPPLIER   PIC X(05).
             10 WS-DS-INV-NO     PIC X(10).
             10 WS-DS-PO-NO      PIC 9(06).
             10 WS-DS-MAKE       PIC X(07).
             10 WS-DS-SIZE       PIC 9(02).
             10 WS-DS-QTY        PIC 9(05).
             10 WS-DS-UNIT-COST  PIC 9(05)V99.
             10 WS-DS-PO-COST    PIC 9(05)V99.
             10 WS-DS-REASON     PIC X(30).
       01 WS-DS-SUB              PIC 9(03).

       01 WS-QTY-TO-DATE         PIC 9(07).
       01 WS-PRICE-DIFF          PIC 9(05)V99.
       01 WS-PRICE-ALLOWED       PIC 9(05)V99.
       01 WS-LINE-AMOUNT         PIC 9(08)V99.
       01 WS-SUPP-HELD-VALUE     PIC 9(10)V99.
       01 WS-STILL-INVOICED      PIC 9(07).
       01 WS-UNINV-QTY           PIC 9(05).
       01 WS-UNINV-VALUE         PIC 9(10)V99.
       01 WS-UNINV-SUPPLIER      PIC X(05).
       01 WS-UNINV-PO-COST       PIC 9(05)V99.
       01 WS-UNINV-MAKE          PIC X(07).
       01 WS-UNINV-SIZE          PIC 9(02).
       01 WS-AGE-SUB             PIC 9(01).
       01 WS-AGE-TABLE.
          05 WS-AGE-ENTRY OCCURS 4 TIMES.
             10 WS-AGE-UNITS     PIC 9(07).
             10 WS-AGE-VALUE     PIC 9(10)V99.
       01 WS-AGE-LABELS.
          05 FILLER              PIC X(16) VALUE "0-30 DAYS".
          05 FILLER              PIC X(16) VALUE "31-60 DAYS".
          05 FILLER              PIC X(16) VALUE "61-90 DAYS".
          05 FILLER              PIC X(16) VALUE "OVER 90 DAYS".
       01 WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
          05 WS-AGE-LABEL        PIC X(16) OCCURS 4 TIMES.

       01 WS-COUNTS.
          05 WS-LINES-READ       PIC 9(05) VALUE ZERO.
          05 WS-INV-APPROVED     PIC 9(05) VALUE ZERO.
          05 WS-INV-HELD-COUNT   PIC 9(05) VALUE ZERO.
          05 WS-UNINV-LINES      PIC 9(05) VALUE ZERO.
       01 WS-APPROVED-VALUE      PIC 9(10)V99 VALUE ZERO.

       01 WS-PRINT.
          05 WS-PRT-QTY          PIC ZZ,ZZ9.
          05 WS-PRT-COST         PIC ZZ,ZZ9.99.
          05 WS-PRT-DAYS         PIC ZZZZ9.
          05 WS-PRT-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-UNITS        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 1100-LOAD-SUPPLIERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-RECEIPTS THRU 1200-EXIT.
           PERFORM 1300-LOAD-APPROVED THRU 1300-EXIT.
           PERFORM 2000-MATCH-INVOICES THRU 2000-EXIT.
           PERFORM 4000-DISCREPANCY-REPORT THRU 4000-EXIT.
           PERFORM 5000-UNINVOICED-RECEIPTS THRU 5000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           OPEN INPUT PO-FILE.
           IF NOT PO-STATUS-OK
               DISPLAY "ERROR OPENING PO-FILE - RUN TVPOM"
               DISPLAY "FILE STATUS : " WS-PO-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT SINV-FILE.
           IF NOT SIV-STATUS-OK
               DISPLAY "ERROR OPENING SUPPLIER INVOICE FILE TVSINV.DAT"
               DISPLAY "FILE STATUS : " WS-SIV-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT UNINV-FILE.
           IF NOT UNV-STATUS-OK
               DISPLAY "ERROR OPENING UNINV-FILE"
               DISPLAY "FILE STATUS : " WS-UNV-FILE-STATUS
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      * A TOLERANCE LEFT BLANK IS NONE - THE PRICE MUST AGREE.
       1100-LOAD-SUPPLIERS.
           OPEN INPUT SUPP-FILE.
           IF NOT SUP-STATUS-OK
               DISPLAY "ERROR OPENING SUPPLIER MASTER TVSUPP.DAT"
               DISPLAY "FILE STATUS : " WS-SUP-FILE-STATUS
               STOP RUN
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
                           IF SUP-PRICE-TOL-X NUMERIC
                               MOVE SUP-PRICE-TOL
                                   TO WS-SUPP-TOL (WS-SUPP-COUNT)
                           ELSE
                               MOVE ZERO TO WS-SUPP-TOL (WS-SUPP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPP-FILE.
       1100-EXIT.
           EXIT.

      * RECEIPTS TVMAINT MATCHED TO A PO CARRY ITS NUMBER; THOSE
      * WITH NONE WERE NEVER ORDERED AND CANNOT BE INVOICED HERE.
       1200-LOAD-RECEIPTS.
           OPEN INPUT MOVES-FILE.
           IF NOT MOV-STATUS-OK
               DISPLAY "NO MOVEMENT FILE - NOTHING RECEIVED"
               GO TO 1200-EXIT
           END-IF.
           PERFORM UNTIL MOV-FILE-END
               READ MOVES-FILE
                   AT END
                       MOVE "Y" TO WS-MOV-FILE-END
                   NOT AT END
                       IF MOV-ACTION = "R" AND MOV-PO-NO NUMERIC
                               AND MOV-PO-NO NOT = ZERO
                           PERFORM 1250-NOTE-RECEIPT THRU 1250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVES-FILE.
       1200-EXIT.
           EXIT.

       1250-NOTE-RECEIPT.
           MOVE MOV-PO-NO TO WS-FIND-PO-NO.
           PERFORM 6000-FIND-PO-TALLY THRU 6000-EXIT.
           IF WS-PT-SUB = ZERO
               GO TO 1250-EXIT
           END-IF.
           ADD MOV-AMOUNT TO WS-PT-RECEIVED (WS-PT-SUB).
           IF WS-RC-COUNT < 5000
               ADD 1 TO WS-RC-COUNT
               MOVE MOV-PO-NO TO WS-RC-PO-NO (WS-RC-COUNT)
               MOVE MOV-DATE TO WS-RC-DATE (WS-RC-COUNT)
               MOVE MOV-STORE TO WS-RC-STORE (WS-RC-COUNT)
               MOVE MOV-AMOUNT TO WS-RC-QTY (WS-RC-COUNT)
           ELSE
               DISPLAY "RECEIPT TABLE FULL - PO " MOV-PO-NO
                       " RECEIPT OF " MOV-DATE " NOT AGED"
           END-IF.
       1250-EXIT.
           EXIT.

      * WHAT IS ALREADY APPROVED: THE INVOICED QUANTITY PER PO AND
      * THE INVOICE NUMBERS A SUPPLIER MAY NOT PRESENT AGAIN.
       1300-LOAD-APPROVED.
           OPEN INPUT APPROVED-FILE.
           IF APV-STATUS-OK
               PERFORM UNTIL APV-FILE-END
                   READ APPROVED-FILE
                       AT END
                           MOVE "Y" TO WS-APV-FILE-END
                       NOT AT END
                           PERFORM 1350-NOTE-APPROVED THRU 1350-EXIT
                   END-READ
               END-PERFORM
               CLOSE APPROVED-FILE
           END-IF.

           OPEN EXTEND APPROVED-FILE.
           IF APV-NOT-FOUND
               OPEN OUTPUT APPROVED-FILE
           END-IF.
           IF NOT APV-STATUS-OK
               DISPLAY "ERROR OPENING APPROVED-FILE"
               DISPLAY "FILE STATUS : " WS-APV-FILE-STATUS
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

       1350-NOTE-APPROVED.
           MOVE APV-PO-NO TO WS-FIND-PO-NO.
           PERFORM 6000-FIND-PO-TALLY THRU 6000-EXIT.
           IF WS-PT-SUB NOT = ZERO
               ADD APV-QTY TO WS-PT-INVOICED (WS-PT-SUB)
           END-IF.
           MOVE APV-INV-NO TO WS-CUR-INV-NO.
           MOVE APV-SUPPLIER TO WS-CUR-SUPPLIER.
           PERFORM 6100-FIND-REGISTER THRU 6100-EXIT.
           IF WS-RG-SUB = ZERO
               PERFORM 6200-ADD-REGISTER THRU 6200-EXIT
           END-IF.
           MOVE SPACES TO WS-CUR-INV-NO.
           MOVE SPACES TO WS-CUR-SUPPLIER.
       1350-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MATCH THE INVOICES, ONE WHOLE INVOICE AT A TIME.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2000-MATCH-INVOICES.
           PERFORM UNTIL SIV-FILE-END
               READ SINV-FILE
                   AT END
                       MOVE "Y" TO WS-SIV-FILE-END
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM 2100-TAKE-LINE THRU 2100-EXIT
               END-READ
           END-PERFORM.
           IF WS-IL-COUNT > ZERO
               PERFORM 3000-MATCH-INVOICE THRU 3000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TAKE-LINE.
           IF WS-IL-COUNT > ZERO
                   AND (SIV-INV-NO NOT = WS-CUR-INV-NO
                   OR SIV-SUPPLIER NOT = WS-CUR-SUPPLIER)
               PERFORM 3000-MATCH-INVOICE THRU 3000-EXIT
           END-IF.
           IF WS-IL-COUNT = ZERO
               MOVE SIV-INV-NO TO WS-CUR-INV-NO
               MOVE SIV-SUPPLIER TO WS-CUR-SUPPLIER
           END-IF.
           IF WS-IL-COUNT NOT < 50
               DISPLAY "INVOICE " WS-CUR-INV-NO " OVER 50 LINES - "
                       "LINE IGNORED: " SINV-REC
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-IL-COUNT.
           MOVE SPACES TO WS-IL-REASON (WS-IL-COUNT).
           MOVE ZERO TO WS-IL-PO-COST (WS-IL-COUNT).
           MOVE SIV-MAKE TO WS-IL-MAKE (WS-IL-COUNT).
           IF SIV-PO-NO-X NOT NUMERIC OR SIV-SIZE-X NOT NUMERIC
                   OR SIV-QTY-X NOT NUMERIC
                   OR SIV-UNIT-COST-X NOT NUMERIC
               MOVE ZERO TO WS-IL-PO-NO (WS-IL-COUNT)
               MOVE ZERO TO WS-IL-SIZE (WS-IL-COUNT)
               MOVE ZERO TO WS-IL-QTY (WS-IL-COUNT)
               MOVE ZERO TO WS-IL-UNIT-COST (WS-IL-COUNT)
               MOVE "LINE NOT NUMERIC" TO WS-IL-REASON (WS-IL-COUNT)
               GO TO 2100-EXIT
           END-IF.
           MOVE SIV-PO-NO TO WS-IL-PO-NO (WS-IL-COUNT).
           MOVE SIV-SIZE TO WS-IL-SIZE (WS-IL-COUNT).
           MOVE SIV-QTY TO WS-IL-QTY (WS-IL-COUNT).
           MOVE SIV-UNIT-COST TO WS-IL-UNIT-COST (WS-IL-COUNT).
       2100-EXIT.
           EXIT.

       3000-MATCH-INVOICE.
           MOVE "N" TO WS-INV-HELD.
           MOVE ZERO TO WS-INV-SUPP-SUB.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
               IF WS-SUPP-ID (WS-SUPP-SUB) = WS-CUR-SUPPLIER
                   MOVE WS-SUPP-SUB TO WS-INV-SUPP-SUB
                   MOVE WS-SUPP-COUNT TO WS-SUPP-SUB
               END-IF
           END-PERFORM.
           PERFORM 6100-FIND-REGISTER THRU 6100-EXIT.

           EVALUATE TRUE
               WHEN WS-INV-SUPP-SUB = ZERO
                   MOVE "SUPPLIER NOT ON MASTER" TO WS-REASON
               WHEN WS-RG-SUB NOT = ZERO
                   MOVE "DUPLICATE INVOICE NUMBER" TO WS-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               PERFORM VARYING WS-IL-SUB FROM 1 BY 1
                       UNTIL WS-IL-SUB > WS-IL-COUNT
                   IF WS-IL-REASON (WS-IL-SUB) = SPACES
                       MOVE WS-REASON TO WS-IL-REASON (WS-IL-SUB)
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-INV-HELD
               GO TO 3000-HOLD
           END-IF.

      * NOTHING IS PENDING ON THIS INVOICE'S ORDERS YET.
           PERFORM VARYING WS-IL-SUB FROM 1 BY 1
                   UNTIL WS-IL-SUB > WS-IL-COUNT
               MOVE WS-IL-PO-NO (WS-IL-SUB) TO WS-FIND-PO-NO
               PERFORM 6000-FIND-PO-TALLY THRU 6000-EXIT
               IF WS-PT-SUB NOT = ZERO
                   MOVE ZERO TO WS-PT-PENDING (WS-PT-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IL-SUB FROM 1 BY 1
                   UNTIL WS-IL-SUB > WS-IL-COUNT
               IF WS-IL-REASON (WS-IL-SUB) = SPACES
                   PERFORM 3100-MATCH-LINE THRU 3100-EXIT
               END-IF
               IF WS-IL-REASON (WS-IL-SUB) NOT = SPACES
                   MOVE "Y" TO WS-INV-HELD
               END-IF
           END-PERFORM.
           IF NOT INV-HELD
               PERFORM 3200-APPROVE-INVOICE THRU 3200-EXIT
               GO TO 3000-DONE
           END-IF.

       3000-HOLD.
           PERFORM 3300-HOLD-INVOICE THRU 3300-EXIT.

       3000-DONE.
           MOVE ZERO TO WS-IL-COUNT.
       3000-EXIT.
           EXIT.

       3100-MATCH-LINE.
           MOVE "N" TO WS-PO-FOUND.
           MOVE WS-IL-PO-NO (WS-IL-SUB) TO PO-NO.
           READ PO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PO-FOUND
           END-READ.
           IF NOT PO-FOUND
               MOVE "PO NOT ON FILE" TO WS-IL-REASON (WS-IL-SUB)
               GO TO 3100-EXIT
           END-IF.
           MOVE PO-UNIT-COST TO WS-IL-PO-COST (WS-IL-SUB).
           IF PO-SUPPLIER NOT = WS-CUR-SUPPLIER
               MOVE "PO IS FOR ANOTHER SUPPLIER"
                   TO WS-IL-REASON (WS-IL-SUB)
               GO TO 3100-EXIT
           END-IF.
           IF PO-MAKE NOT = WS-IL-MAKE (WS-IL-SUB)
                   OR PO-SIZE NOT = WS-IL-SIZE (WS-IL-SUB)
               MOVE "MAKE/SIZE NOT ON THIS PO"
                   TO WS-IL-REASON (WS-IL-SUB)
               GO TO 3100-EXIT
           END-IF.

           MOVE PO-NO TO WS-FIND-PO-NO.
           PERFORM 6000-FIND-PO-TALLY THRU 6000-EXIT.
           IF WS-PT-SUB = ZERO
               MOVE "PO TABLE FULL" TO WS-IL-REASON (WS-IL-SUB)
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-QTY-TO-DATE = WS-PT-INVOICED (WS-PT-SUB)
               + WS-PT-PENDING (WS-PT-SUB) + WS-IL-QTY (WS-IL-SUB).
           IF WS-QTY-TO-DATE > PO-QTY
               MOVE "QTY EXCEEDS QTY ORDERED"
                   TO WS-IL-REASON (WS-IL-SUB)
               GO TO 3100-EXIT
           END-IF.
           IF WS-QTY-TO-DATE > WS-PT-RECEIVED (WS-PT-SUB)
               MOVE "QTY EXCEEDS QTY RECEIVED"
                   TO WS-IL-REASON (WS-IL-SUB)
               GO TO 3100-EXIT
           END-IF.

           IF PO-UNIT-COST = ZERO
               MOVE "NO UNIT COST ON PO" TO WS-IL-REASON (WS-IL-SUB)
               GO TO 3100-EXIT
           END-IF.
           IF WS-IL-UNIT-COST (WS-IL-SUB) > PO-UNIT-COST
               COMPUTE WS-PRICE-DIFF =
                   WS-IL-UNIT-COST (WS-IL-SUB) - PO-UNIT-COST
           ELSE
               COMPUTE WS-PRICE-DIFF =
                   PO-UNIT-COST - WS-IL-UNIT-COST (WS-IL-SUB)
           END-IF.
           COMPUTE WS-PRICE-ALLOWED ROUNDED =
               PO-UNIT-COST * WS-SUPP-TOL (WS-INV-SUPP-SUB) / 100.
           IF WS-PRICE-DIFF > WS-PRICE-ALLOWED
               MOVE "PRICE OUTSIDE TOLERANCE"
                   TO WS-IL-REASON (WS-IL-SUB)
               GO TO 3100-EXIT
           END-IF.

           ADD WS-IL-QTY (WS-IL-SUB) TO WS-PT-PENDING (WS-PT-SUB).
       3100-EXIT.
           EXIT.

       3200-APPROVE-INVOICE.
           PERFORM VARYING WS-IL-SUB FROM 1 BY 1
                   UNTIL WS-IL-SUB > WS-IL-COUNT
               MOVE WS-IL-PO-NO (WS-IL-SUB) TO WS-FIND-PO-NO
               PERFORM 6000-FIND-PO-TALLY THRU 6000-EXIT
               ADD WS-IL-QTY (WS-IL-SUB) TO WS-PT-INVOICED (WS-PT-SUB)
               MOVE ZERO TO WS-PT-PENDING (WS-PT-SUB)
               COMPUTE WS-LINE-AMOUNT = WS-IL-QTY (WS-IL-SUB)
                   * WS-IL-UNIT-COST (WS-IL-SUB)
               ADD WS-LINE-AMOUNT TO WS-APPROVED-VALUE
               MOVE SPACES TO APPROVED-REC
               MOVE WS-CUR-INV-NO TO APV-INV-NO
               MOVE WS-CUR-SUPPLIER TO APV-SUPPLIER
               MOVE WS-IL-PO-NO (WS-IL-SUB) TO APV-PO-NO
               MOVE WS-IL-MAKE (WS-IL-SUB) TO APV-MAKE
               MOVE WS-IL-SIZE (WS-IL-SUB) TO APV-SIZE
               MOVE WS-IL-QTY (WS-IL-SUB) TO APV-QTY
               MOVE WS-IL-UNIT-COST (WS-IL-SUB) TO APV-UNIT-COST
               MOVE WS-LINE-AMOUNT TO APV-AMOUNT
               MOVE WS-BUSINESS-DATE TO APV-DATE
               WRITE APPROVED-REC
           END-PERFORM.
           PERFORM 6200-ADD-REGISTER THRU 6200-EXIT.
           ADD 1 TO WS-INV-APPROVED.
           DISPLAY "APPROVED: " WS-CUR-SUPPLIER " " WS-CUR-INV-NO.
       3200-EXIT.
           EXIT.

      * A LINE THAT MATCHED ON AN INVOICE HELD FOR ANOTHER LINE IS
      * LISTED TOO, SO THE WHOLE INVOICE CAN BE SEEN.
       3300-HOLD-INVOICE.
           ADD 1 TO WS-INV-HELD-COUNT.
           PERFORM VARYING WS-IL-SUB FROM 1 BY 1
                   UNTIL WS-IL-SUB > WS-IL-COUNT
               IF WS-IL-REASON (WS-IL-SUB) = SPACES
                   MOVE "HELD - OTHER LINE IN ERROR"
                       TO WS-IL-REASON (WS-IL-SUB)
               END-IF
               IF WS-DS-COUNT < 900
                   ADD 1 TO WS-DS-COUNT
                   MOVE WS-INV-SUPP-SUB TO WS-DS-SUPP-SUB (WS-DS-COUNT)
                   MOVE WS-CUR-SUPPLIER TO WS-DS-SUPPLIER (WS-DS-COUNT)
                   MOVE WS-CUR-INV-NO TO WS-DS-INV-NO (WS-DS-COUNT)
                   MOVE WS-IL-PO-NO (WS-IL-SUB)
                       TO WS-DS-PO-NO (WS-DS-COUNT)
                   MOVE WS-IL-MAKE (WS-IL-SUB)
                       TO WS-DS-MAKE (WS-DS-COUNT)
                   MOVE WS-IL-SIZE (WS-IL-SUB)
                       TO WS-DS-SIZE (WS-DS-COUNT)
                   MOVE WS-IL-QTY (WS-IL-SUB) TO WS-DS-QTY (WS-DS-COUNT)
                   MOVE WS-IL-UNIT-COST (WS-IL-SUB)
                       TO WS-DS-UNIT-COST (WS-DS-COUNT)
                   MOVE WS-IL-PO-COST (WS-IL-SUB)
                       TO WS-DS-PO-COST (WS-DS-COUNT)
                   MOVE WS-IL-REASON (WS-IL-SUB)
                       TO WS-DS-REASON (WS-DS-COUNT)
               ELSE
                   DISPLAY "DISCREPANCY TABLE FULL - " WS-CUR-SUPPLIER
                           " " WS-CUR-INV-NO " LINE NOT REPORTED"
               END-IF
           END-PERFORM.
           DISPLAY "HELD    : " WS-CUR-SUPPLIER " " WS-CUR-INV-NO.
       3300-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * THE DISCREPANCY REPORT, SUPPLIER BY SUPPLIER.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       4000-DISCREPANCY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUPPLIER INVOICE DISCREPANCIES - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICE    PO-NO  MAKE     SZ    QTY  INV COST"
                  "   PO COST  REASON"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
               PERFORM 4100-SUPPLIER-DISCREPANCIES THRU 4100-EXIT
           END-PERFORM.
           MOVE ZERO TO WS-SUPP-SUB.
           PERFORM 4100-SUPPLIER-DISCREPANCIES THRU 4100-EXIT.
           IF WS-DS-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO DISCREPANCIES" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      * SUPPLIER ZERO GATHERS THE INVOICES FROM SUPPLIERS NOT ON
      * THE MASTER.
       4100-SUPPLIER-DISCREPANCIES.
           MOVE "N" TO WS-SUPP-PRINTED.
           MOVE ZERO TO WS-SUPP-HELD-VALUE.
           PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                   UNTIL WS-DS-SUB > WS-DS-COUNT
               IF WS-DS-SUPP-SUB (WS-DS-SUB) = WS-SUPP-SUB
                   PERFORM 4200-DISCREPANCY-LINE THRU 4200-EXIT
               END-IF
           END-PERFORM.
           IF WS-SUPP-PRINTED = "Y"
               MOVE WS-SUPP-HELD-VALUE TO WS-PRT-VALUE
               MOVE SPACES TO REPORT-LINE
               STRING "VALUE HELD : " WS-PRT-VALUE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-DISCREPANCY-LINE.
           IF WS-SUPP-PRINTED = "N"
               MOVE "Y" TO WS-SUPP-PRINTED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-SUPP-SUB = ZERO
                   STRING "SUPPLIERS NOT ON THE SUPPLIER MASTER"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "SUPPLIER " WS-SUPP-ID (WS-SUPP-SUB) "  "
                          WS-SUPP-NAME (WS-SUPP-SUB)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.
           COMPUTE WS-LINE-AMOUNT = WS-DS-QTY (WS-DS-SUB)
               * WS-DS-UNIT-COST (WS-DS-SUB).
           ADD WS-LINE-AMOUNT TO WS-SUPP-HELD-VALUE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DS-INV-NO (WS-DS-SUB) TO REPORT-LINE (1:10).
           MOVE WS-DS-PO-NO (WS-DS-SUB) TO REPORT-LINE (12:6).
           MOVE WS-DS-MAKE (WS-DS-SUB) TO REPORT-LINE (19:7).
           MOVE WS-DS-SIZE (WS-DS-SUB) TO REPORT-LINE (28:2).
           MOVE WS-DS-QTY (WS-DS-SUB) TO WS-PRT-QTY.
           MOVE WS-PRT-QTY TO REPORT-LINE (31:6).
           MOVE WS-DS-UNIT-COST (WS-DS-SUB) TO WS-PRT-COST.
           MOVE WS-PRT-COST TO REPORT-LINE (38:9).
           MOVE WS-DS-PO-COST (WS-DS-SUB) TO WS-PRT-COST.
           MOVE WS-PRT-COST TO REPORT-LINE (48:9).
           MOVE WS-DS-REASON (WS-DS-SUB) TO REPORT-LINE (59:30).
           IF WS-DS-REASON (WS-DS-SUB) = "SUPPLIER NOT ON MASTER"
               MOVE SPACES TO REPORT-LINE (59:30)
               STRING "SUPPLIER " WS-DS-SUPPLIER (WS-DS-SUB)
                      " NOT ON MASTER"
                   DELIMITED BY SIZE INTO REPORT-LINE (59:30)
           END-IF.
           WRITE REPORT-LINE.
       4200-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * RECEIPTS NOT YET INVOICED, WITH THEIR AGE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       5000-UNINVOICED-RECEIPTS.
           MOVE SPACES TO UNINV-LINE.
           STRING "TV RECEIPTS NOT YET INVOICED - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO UNINV-LINE.
           WRITE UNINV-LINE.
           MOVE SPACES TO UNINV-LINE.
           STRING "SUPPL  PO-NO  MAKE     SZ ST RECEIVED UNITS  DAYS"
                  "          VALUE"
               DELIMITED BY SIZE INTO UNINV-LINE.
           WRITE UNINV-LINE.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1 UNTIL WS-AGE-SUB > 4
               MOVE ZERO TO WS-AGE-UNITS (WS-AGE-SUB)
               MOVE ZERO TO WS-AGE-VALUE (WS-AGE-SUB)
           END-PERFORM.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               IF WS-PT-RECEIVED (WS-PT-SUB) >
                       WS-PT-INVOICED (WS-PT-SUB)
                   PERFORM 5100-AGE-ONE-PO THRU 5100-EXIT
               END-IF
           END-PERFORM.

           MOVE SPACES TO UNINV-LINE.
           WRITE UNINV-LINE.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1 UNTIL WS-AGE-SUB > 4
               MOVE WS-AGE-UNITS (WS-AGE-SUB) TO WS-PRT-UNITS
               MOVE WS-AGE-VALUE (WS-AGE-SUB) TO WS-PRT-VALUE
               MOVE SPACES TO UNINV-LINE
               STRING WS-AGE-LABEL (WS-AGE-SUB) " UNITS " WS-PRT-UNITS
                      "  VALUE " WS-PRT-VALUE
                   DELIMITED BY SIZE INTO UNINV-LINE
               WRITE UNINV-LINE
           END-PERFORM.
       5000-EXIT.
           EXIT.

      * THE EARLIEST RECEIPTS ON THE PO ARE TAKEN AS INVOICED
      * FIRST; WHAT IS LEFT OF THE LATER ONES IS LISTED.
       5100-AGE-ONE-PO.
           MOVE "?????" TO WS-UNINV-SUPPLIER.
           MOVE ZERO TO WS-UNINV-PO-COST.
           MOVE SPACES TO WS-UNINV-MAKE.
           MOVE ZERO TO WS-UNINV-SIZE.
           MOVE WS-PT-PO-NO (WS-PT-SUB) TO PO-NO.
           READ PO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PO-SUPPLIER TO WS-UNINV-SUPPLIER
                   MOVE PO-UNIT-COST TO WS-UNINV-PO-COST
                   MOVE PO-MAKE TO WS-UNINV-MAKE
                   MOVE PO-SIZE TO WS-UNINV-SIZE
           END-READ.
           MOVE WS-PT-INVOICED (WS-PT-SUB) TO WS-STILL-INVOICED.
           PERFORM VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               IF WS-RC-PO-NO (WS-RC-SUB) = WS-PT-PO-NO (WS-PT-SUB)
                   IF WS-STILL-INVOICED NOT < WS-RC-QTY (WS-RC-SUB)
                       SUBTRACT WS-RC-QTY (WS-RC-SUB)
                           FROM WS-STILL-INVOICED
                   ELSE
                       COMPUTE WS-UNINV-QTY = WS-RC-QTY (WS-RC-SUB)
                           - WS-STILL-INVOICED
                       MOVE ZERO TO WS-STILL-INVOICED
                       PERFORM 5200-UNINVOICED-LINE THRU 5200-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       5100-EXIT.
           EXIT.

       5200-UNINVOICED-LINE.
           ADD 1 TO WS-UNINV-LINES.
           COMPUTE WS-RECEIPT-INT =
               FUNCTION INTEGER-OF-DATE (WS-RC-DATE (WS-RC-SUB))
               ON SIZE ERROR
                   MOVE WS-TODAY-INT TO WS-RECEIPT-INT
           END-COMPUTE.
           COMPUTE WS-DAYS-OLD = WS-TODAY-INT - WS-RECEIPT-INT.
           IF WS-DAYS-OLD < ZERO
               MOVE ZERO TO WS-DAYS-OLD
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OLD NOT > 30
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-DAYS-OLD NOT > 60
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-DAYS-OLD NOT > 90
                   MOVE 3 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 4 TO WS-AGE-SUB
           END-EVALUATE.
           COMPUTE WS-UNINV-VALUE = WS-UNINV-QTY * WS-UNINV-PO-COST.
           ADD WS-UNINV-QTY TO WS-AGE-UNITS (WS-AGE-SUB).
           ADD WS-UNINV-VALUE TO WS-AGE-VALUE (WS-AGE-SUB).

           MOVE SPACES TO UNINV-LINE.
           MOVE WS-UNINV-SUPPLIER TO UNINV-LINE (1:5).
           MOVE WS-PT-PO-NO (WS-PT-SUB) TO UNINV-LINE (8:6).
           MOVE WS-UNINV-MAKE TO UNINV-LINE (15:7).
           MOVE WS-UNINV-SIZE TO UNINV-LINE (24:2).
           MOVE WS-RC-STORE (WS-RC-SUB) TO UNINV-LINE (27:1).
           MOVE WS-RC-DATE (WS-RC-SUB) TO UNINV-LINE (30:8).
           MOVE WS-UNINV-QTY TO WS-PRT-QTY.
           MOVE WS-PRT-QTY TO UNINV-LINE (38:6).
           MOVE WS-DAYS-OLD TO WS-PRT-DAYS.
           MOVE WS-PRT-DAYS TO UNINV-LINE (45:5).
           MOVE WS-UNINV-VALUE TO WS-PRT-VALUE.
           MOVE WS-PRT-VALUE TO UNINV-LINE (51:14).
           WRITE UNINV-LINE.
       5200-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TABLE LOOK-UPS.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * THE PO'S TALLY ENTRY, ADDED IF NEW; ZERO WHEN THE TABLE IS
      * FULL.
       6000-FIND-PO-TALLY.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               IF WS-PT-PO-NO (WS-PT-SUB) = WS-FIND-PO-NO
                   GO TO 6000-EXIT
               END-IF
           END-PERFORM.
           IF WS-PT-COUNT NOT < 2000
               DISPLAY "PO TABLE FULL - PO " WS-FIND-PO-NO
               MOVE ZERO TO WS-PT-SUB
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE WS-PT-COUNT TO WS-PT-SUB.
           MOVE WS-FIND-PO-NO TO WS-PT-PO-NO (WS-PT-SUB).
           MOVE ZERO TO WS-PT-RECEIVED (WS-PT-SUB).
           MOVE ZERO TO WS-PT-INVOICED (WS-PT-SUB).
           MOVE ZERO TO WS-PT-PENDING (WS-PT-SUB).
       6000-EXIT.
           EXIT.

      * THE CURRENT INVOICE ON THE REGISTER; ZERO WHEN NOT THERE.
       6100-FIND-REGISTER.
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
               IF WS-RG-INV-NO (WS-RG-SUB) = WS-CUR-INV-NO
                       AND WS-RG-SUPPLIER (WS-RG-SUB) = WS-CUR-SUPPLIER
                   GO TO 6100-EXIT
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-RG-SUB.
       6100-EXIT.
           EXIT.

       6200-ADD-REGISTER.
           IF WS-RG-COUNT < 5000
               ADD 1 TO WS-RG-COUNT
               MOVE WS-CUR-INV-NO TO WS-RG-INV-NO (WS-RG-COUNT)
               MOVE WS-CUR-SUPPLIER TO WS-RG-SUPPLIER (WS-RG-COUNT)
           ELSE
               DISPLAY "INVOICE REGISTER TABLE FULL - "
                       WS-CUR-SUPPLIER " " WS-CUR-INV-NO
                       " NOT HELD FOR DUPLICATE CHECK"
           END-IF.
       6200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE PO-FILE.
           CLOSE SINV-FILE.
           CLOSE APPROVED-FILE.
           CLOSE REPORT-FILE.
           CLOSE UNINV-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "INVOICE LINES READ   : " WS-LINES-READ.
           DISPLAY "INVOICES APPROVED    : " WS-INV-APPROVED.
           DISPLAY "INVOICES HELD        : " WS-INV-HELD-COUNT.
           DISPLAY "VALUE APPROVED       : " WS-APPROVED-VALUE.
           DISPLAY "RECEIPTS NOT INVOICED: " WS-UNINV-LINES.
           IF WS-INV-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
