       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVSALJNL.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * DAILY TV SALES JOURNAL.
      *
      * LISTS EVERY INVOICE TVORDER ISSUED ON ONE DAY (YYYYMMDD,
      * FIRST ARGUMENT, DEFAULT THE BUSINESS DATE) FROM THE INVOICE
      * FILE TVINVOICE.DAT: EACH LINE WITH ITS QUANTITY, PRICE,
      * DISCOUNT AND NET VALUE, A TOTAL PER INVOICE, AND THE DAY'S
      * INVOICES, UNITS, GOODS VALUE, DISCOUNT AND NET SALES. THE
      * REPORT IS TVSALJNL.RPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT INVOICE-FILE ASSIGN "TVINVOICE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-INV-FILE-STATUS.
        SELECT CUST-FILE ASSIGN "TVCUST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-CUS-FILE-STATUS
                       RECORD KEY CUS-NO.
        SELECT REPORT-FILE ASSIGN "TVSALJNL.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD INVOICE-FILE
       RECORD 80.
       01 INVOICE-REC.
          05 INV-NO        PIC 9(06).
          05 INV-DATE      PIC 9(08).
          05 INV-CUSTOMER  PIC 9(06).
          05 INV-CUST-REF  PIC X(10).
          05 INV-LINE      PIC 9(02).
          05 INV-MAKE      PIC X(07).
          05 INV-SIZE      PIC 9(02).
          05 INV-QTY       PIC 9(05).
          05 INV-PRICE     PIC 9(05).
          05 INV-DISCOUNT  PIC 9(02)V9.
          05 INV-GROSS     PIC 9(08)V99.
          05 INV-NET       PIC 9(08)V99.
          05 FILLER        PIC X(06).

       FD CUST-FILE
       RECORD 100.
       01 CUST-REC.
          05 CUS-NO        PIC 9(06).
          05 CUS-NAME      PIC X(25).
          05 FILLER        PIC X(69).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-INV-FILE-STATUS    PIC X(02) VALUE "00".
             88 INV-STATUS-OK      VALUE "00".
          05 WS-INV-FILE-END       PIC X(01) VALUE "N".
             88 INV-FILE-END       VALUE "Y".
          05 WS-CUS-FILE-STATUS    PIC X(02) VALUE "00".
             88 CUS-STATUS-OK      VALUE "00".
          05 WS-CUS-AVAILABLE      PIC X(01) VALUE "N".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-JOURNAL-DATE          PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-INVOICE       PIC 9(06) VALUE ZERO.
       01 WS-CUSTOMER-NAME         PIC X(25).

       01 WS-INVOICE-GROSS         PIC 9(09)V99 VALUE ZERO.
       01 WS-INVOICE-NET           PIC 9(09)V99 VALUE ZERO.
       01 WS-DAY-TOTALS.
          05 WS-DAY-INVOICES       PIC 9(05) VALUE ZERO.
          05 WS-DAY-LINES          PIC 9(05) VALUE ZERO.
          05 WS-DAY-UNITS          PIC 9(07) VALUE ZERO.
          05 WS-DAY-GROSS          PIC 9(09)V99 VALUE ZERO.
          05 WS-DAY-NET            PIC 9(09)V99 VALUE ZERO.
       01 WS-DAY-DISCOUNT          PIC 9(09)V99 VALUE ZERO.

       01 WS-PRINT.
          05 WS-PRT-QTY            PIC ZZ,ZZ9.
          05 WS-PRT-PRICE          PIC ZZ,ZZ9.
          05 WS-PRT-DISCOUNT       PIC Z9.9.
          05 WS-PRT-NET            PIC ZZ,ZZZ,ZZ9.99.
          05 WS-PRT-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-COUNT          PIC ZZ,ZZ9.
          05 WS-PRT-UNITS          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-LIST-INVOICES THRU 2000-EXIT.
           PERFORM 3000-DAY-TOTALS THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-JOURNAL-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-JOURNAL-DATE
           END-ACCEPT.
           IF WS-JOURNAL-DATE = ZERO
               MOVE WS-BUSINESS-DATE TO WS-JOURNAL-DATE
           END-IF.

           OPEN INPUT INVOICE-FILE.
           IF NOT INV-STATUS-OK
               DISPLAY "NO INVOICE FILE - RUN TVORDER FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-FILE.
           IF CUS-STATUS-OK
               MOVE "Y" TO WS-CUS-AVAILABLE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "TV SALES JOURNAL FOR " WS-JOURNAL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICE CUSTOMER NAME                      LN "
                  "MAKE    SZ    QTY  PRICE DISC%            NET"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-LIST-INVOICES.
           PERFORM UNTIL INV-FILE-END
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-INV-FILE-END
                   NOT AT END
                       IF INV-DATE = WS-JOURNAL-DATE
                           PERFORM 2100-LIST-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 2200-INVOICE-TOTAL THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      * THE INVOICE FILE HOLDS EACH INVOICE'S LINES TOGETHER, SO A
      * NEW INVOICE NUMBER CLOSES THE PREVIOUS INVOICE.
       2100-LIST-ONE.
           IF INV-NO NOT = WS-CURRENT-INVOICE
               PERFORM 2200-INVOICE-TOTAL THRU 2200-EXIT
               MOVE INV-NO TO WS-CURRENT-INVOICE
               ADD 1 TO WS-DAY-INVOICES
               MOVE "*NOT ON CUSTOMER FILE*" TO WS-CUSTOMER-NAME
               IF WS-CUS-AVAILABLE = "Y"
                   MOVE INV-CUSTOMER TO CUS-NO
                   READ CUST-FILE
                       NOT INVALID KEY
                           MOVE CUS-NAME TO WS-CUSTOMER-NAME
                   END-READ
               END-IF
           END-IF.

           ADD 1 TO WS-DAY-LINES.
           ADD INV-QTY TO WS-DAY-UNITS.
           ADD INV-GROSS TO WS-INVOICE-GROSS.
           ADD INV-NET TO WS-INVOICE-NET.

           MOVE INV-QTY TO WS-PRT-QTY.
           MOVE INV-PRICE TO WS-PRT-PRICE.
           MOVE INV-DISCOUNT TO WS-PRT-DISCOUNT.
           MOVE INV-NET TO WS-PRT-NET.
           MOVE SPACES TO REPORT-LINE.
           IF INV-LINE = 1
               MOVE INV-NO TO REPORT-LINE (1:6)
               MOVE INV-CUSTOMER TO REPORT-LINE (9:6)
               MOVE WS-CUSTOMER-NAME TO REPORT-LINE (18:25)
           END-IF.
           MOVE INV-LINE TO REPORT-LINE (44:2).
           MOVE INV-MAKE TO REPORT-LINE (47:7).
           MOVE INV-SIZE TO REPORT-LINE (55:2).
           MOVE WS-PRT-QTY TO REPORT-LINE (58:6).
           MOVE WS-PRT-PRICE TO REPORT-LINE (65:6).
           MOVE WS-PRT-DISCOUNT TO REPORT-LINE (73:4).
           MOVE WS-PRT-NET TO REPORT-LINE (78:13).
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.

       2200-INVOICE-TOTAL.
           IF WS-CURRENT-INVOICE = ZERO
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-INVOICE-NET TO WS-PRT-NET.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICE " WS-CURRENT-INVOICE " TOTAL"
               DELIMITED BY SIZE INTO REPORT-LINE (44:20).
           MOVE WS-PRT-NET TO REPORT-LINE (78:13).
           WRITE REPORT-LINE.
           ADD WS-INVOICE-GROSS TO WS-DAY-GROSS.
           ADD WS-INVOICE-NET TO WS-DAY-NET.
           MOVE ZERO TO WS-INVOICE-GROSS.
           MOVE ZERO TO WS-INVOICE-NET.
           MOVE ZERO TO WS-CURRENT-INVOICE.
       2200-EXIT.
           EXIT.

       3000-DAY-TOTALS.
           COMPUTE WS-DAY-DISCOUNT = WS-DAY-GROSS - WS-DAY-NET.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAY-INVOICES TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICES ISSUED    : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAY-UNITS TO WS-PRT-UNITS.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNITS SOLD         : " WS-PRT-UNITS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAY-GROSS TO WS-PRT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "GOODS VALUE        : " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAY-DISCOUNT TO WS-PRT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "DISCOUNT ALLOWED   : " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DAY-NET TO WS-PRT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "NET SALES          : " WS-PRT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE INVOICE-FILE.
           IF WS-CUS-AVAILABLE = "Y"
               CLOSE CUST-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "INVOICES LISTED : " WS-DAY-INVOICES.
           DISPLAY "LINES LISTED    : " WS-DAY-LINES.
           DISPLAY "NET SALES       : " WS-DAY-NET.
       9999-EXIT.
           EXIT.
