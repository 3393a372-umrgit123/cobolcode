       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVCUSTM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV CUSTOMER MASTER MAINTENANCE.
      *
      * A SALE USED TO BE NOTHING MORE THAN AN "S" AGAINST ON-HAND;
      * NOW EVERY SALE IS INVOICED TO A CUSTOMER ON THIS MASTER.
      * THIS PROGRAM APPLIES CUSTOMER TRANSACTIONS (TVCUSTRN.DAT)
      * TO THE KEYED CUSTOMER FILE (TVCUST) TVORDER INVOICES
      * AGAINST:
      *   A - ADD A CUSTOMER
      *   C - CHANGE A CUSTOMER: EACH NON-BLANK FIELD REPLACES THE
      *       ONE ON FILE; A CLOSED CUSTOMER IS REOPENED
      *   X - CLOSE A CUSTOMER (NO FURTHER ORDERS ARE TAKEN; THE
      *       SALES HISTORY STAYS ON FILE)
      * TRANSACTION LAYOUT (90 BYTES):
      *   ACTION X(1), CUSTOMER 9(6), NAME X(25), ADDRESS X(30),
      *   TOWN X(16), PHONE X(12)
      * REJECTS GO TO TVCUSTM.ERR WITH A REASON.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CUST-FILE ASSIGN "TVCUST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-CUS-FILE-STATUS
                       RECORD KEY CUS-NO.
        SELECT TRANS-FILE ASSIGN "TVCUSTRN.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "TVCUSTM.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

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

       FD TRANS-FILE
       RECORD 90.
       01 TRANS-REC.
          05 TRN-ACTION    PIC X(01).
          05 TRN-CUS-NO    PIC 9(06).
          05 TRN-NAME      PIC X(25).
          05 TRN-ADDRESS   PIC X(30).
          05 TRN-TOWN      PIC X(16).
          05 TRN-PHONE     PIC X(12).
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER        PIC X(01).
          05 TRN-CUS-NO-X  PIC X(06).
          05 FILLER        PIC X(83).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-TRANS     PIC X(90).
          05 FILLER        PIC X(02).
          05 ERR-REASON    PIC X(30).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-CUS-FILE-STATUS  PIC X(02) VALUE "00".
             88 CUS-STATUS-OK    VALUE "00".
             88 CUS-FILE-NOT-FOUND VALUE "35".
          05 WS-TRN-FILE-STATUS  PIC X(02) VALUE "00".
             88 TRN-STATUS-OK    VALUE "00".
          05 WS-TRN-FILE-END     PIC X(01) VALUE "N".
             88 TRN-FILE-END     VALUE "Y".
          05 WS-ERR-FILE-STATUS  PIC X(02) VALUE "00".
             88 ERR-STATUS-OK    VALUE "00".
          05 WS-CUS-FOUND        PIC X(01) VALUE "N".
             88 CUS-FOUND        VALUE "Y".

       01 WS-COUNTS.
          05 WS-APPLIED-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-REJECT-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-REASON              PIC X(30) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           OPEN I-O CUST-FILE.
           IF CUS-FILE-NOT-FOUND
               OPEN OUTPUT CUST-FILE
               CLOSE CUST-FILE
               OPEN I-O CUST-FILE
           END-IF.
           IF NOT CUS-STATUS-OK
               DISPLAY "ERROR OPENING CUST-FILE"
               DISPLAY "FILE STATUS : " WS-CUS-FILE-STATUS
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

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
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
           IF TRN-CUS-NO-X NOT NUMERIC OR TRN-CUS-NO = ZERO
               MOVE "CUSTOMER NOT NUMERIC OR ZERO" TO WS-REASON
               GO TO 2100-REJECT
           END-IF.

           MOVE "N" TO WS-CUS-FOUND.
           MOVE TRN-CUS-NO TO CUS-NO.
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUS-FOUND
           END-READ.

           EVALUATE TRN-ACTION
               WHEN "A"
                   PERFORM 3000-ADD-CUSTOMER THRU 3000-EXIT
               WHEN "C"
                   PERFORM 4000-CHANGE-CUSTOMER THRU 4000-EXIT
               WHEN "X"
                   PERFORM 5000-CLOSE-CUSTOMER THRU 5000-EXIT
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
           DISPLAY "REJECTED " TRN-ACTION " " TRN-CUS-NO-X
                   " - " WS-REASON.
       2100-EXIT.
           EXIT.

       3000-ADD-CUSTOMER.
           IF CUS-FOUND
               MOVE "CUSTOMER ALREADY ON FILE" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           IF TRN-NAME = SPACES
               MOVE "CUSTOMER NAME IS BLANK" TO WS-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO CUST-REC.
           MOVE TRN-CUS-NO TO CUS-NO.
           MOVE TRN-NAME TO CUS-NAME.
           MOVE TRN-ADDRESS TO CUS-ADDRESS.
           MOVE TRN-TOWN TO CUS-TOWN.
           MOVE TRN-PHONE TO CUS-PHONE.
           MOVE "A" TO CUS-STATUS.
           MOVE WS-BUSINESS-DATE TO CUS-OPENED.
           WRITE CUST-REC.
           DISPLAY "CUSTOMER ADDED: " CUS-NO " " CUS-NAME.
       3000-EXIT.
           EXIT.

       4000-CHANGE-CUSTOMER.
           IF NOT CUS-FOUND
               MOVE "CUSTOMER NOT ON FILE" TO WS-REASON
               GO TO 4000-EXIT
           END-IF.
           IF TRN-NAME NOT = SPACES
               MOVE TRN-NAME TO CUS-NAME
           END-IF.
           IF TRN-ADDRESS NOT = SPACES
               MOVE TRN-ADDRESS TO CUS-ADDRESS
           END-IF.
           IF TRN-TOWN NOT = SPACES
               MOVE TRN-TOWN TO CUS-TOWN
           END-IF.
           IF TRN-PHONE NOT = SPACES
               MOVE TRN-PHONE TO CUS-PHONE
           END-IF.
           MOVE "A" TO CUS-STATUS.
           REWRITE CUST-REC.
           DISPLAY "CUSTOMER CHANGED: " CUS-NO " " CUS-NAME.
       4000-EXIT.
           EXIT.

       5000-CLOSE-CUSTOMER.
           IF NOT CUS-FOUND
               MOVE "CUSTOMER NOT ON FILE" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           IF NOT CUS-IS-OPEN
               MOVE "CUSTOMER ALREADY CLOSED" TO WS-REASON
               GO TO 5000-EXIT
           END-IF.
           MOVE "C" TO CUS-STATUS.
           REWRITE CUST-REC.
           DISPLAY "CUSTOMER CLOSED: " CUS-NO.
       5000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE CUST-FILE.
           CLOSE TRANS-FILE.
           CLOSE ERROR-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "TRANSACTIONS APPLIED : " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
       9999-EXIT.
           EXIT.
