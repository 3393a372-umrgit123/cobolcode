       IDENTIFICATION DIVISION.
       PROGRAM-ID. TVCUSINQ.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TV CUSTOMER SALES HISTORY INQUIRY.
      *
      * THE CUSTOMER NUMBER IS SUPPLIED AS THE FIRST COMMAND-LINE
      * ARGUMENT. SHOWS THE CUSTOMER'S DETAILS FROM TVCUST AND EVERY
      * INVOICE TVORDER HAS ISSUED TO THEM (FROM TVINVOICE.DAT):
      * ONE LINE PER INVOICE WITH ITS DATE, REFERENCE, LINES, UNITS
      * AND NET VALUE, THEN THE CUSTOMER'S INVOICE COUNT, UNITS,
      * NET SALES TO DATE AND FOR THE CURRENT BUSINESS YEAR. EACH
      * LINE IS DISPLAYED AND ALSO WRITTEN TO TVCUSINQ.DAT SO THE
      * HISTORY CAN BE CIRCULATED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CUST-FILE ASSIGN "TVCUST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-CUS-FILE-STATUS
                       RECORD KEY CUS-NO.
        SELECT INVOICE-FILE ASSIGN "TVINVOICE.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-INV-FILE-STATUS.
        SELECT INQUIRY-FILE ASSIGN "TVCUSINQ.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-INQ-FILE-STATUS.
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

       FD INQUIRY-FILE.
       01 INQUIRY-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-CUS-FILE-STATUS    PIC X(02) VALUE "00".
             88 CUS-STATUS-OK      VALUE "00".
          05 WS-INV-FILE-STATUS    PIC X(02) VALUE "00".
             88 INV-STATUS-OK      VALUE "00".
          05 WS-INV-FILE-END       PIC X(01) VALUE "N".
             88 INV-FILE-END       VALUE "Y".
          05 WS-INV-AVAILABLE      PIC X(01) VALUE "N".
          05 WS-INQ-FILE-STATUS    PIC X(02) VALUE "00".
             88 INQ-STATUS-OK      VALUE "00".

       01 WS-INQUIRE-CUSTOMER      PIC 9(06) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-CUSTOMER-STATE        PIC X(06).

      * THE INVOICE BEING ADDED UP.
       01 WS-CURRENT-INVOICE       PIC 9(06) VALUE ZERO.
       01 WS-INV-DATE              PIC 9(08).
       01 WS-INV-REF               PIC X(10).
       01 WS-INV-LINES             PIC 9(03).
       01 WS-INV-UNITS             PIC 9(07).
       01 WS-INV-NET               PIC 9(09)V99.

       01 WS-CUSTOMER-TOTALS.
          05 WS-TOT-INVOICES       PIC 9(05) VALUE ZERO.
          05 WS-TOT-UNITS          PIC 9(07) VALUE ZERO.
          05 WS-TOT-NET            PIC 9(09)V99 VALUE ZERO.
          05 WS-YTD-NET            PIC 9(09)V99 VALUE ZERO.

       01 WS-PRINT.
          05 WS-PRT-LINES          PIC ZZ9.
          05 WS-PRT-UNITS          PIC Z,ZZZ,ZZ9.
          05 WS-PRT-NET            PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-LIST-HISTORY THRU 2000-EXIT.
           PERFORM 3000-CUSTOMER-TOTALS THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-INQUIRE-CUSTOMER FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-INQUIRE-CUSTOMER
           END-ACCEPT.
           IF WS-INQUIRE-CUSTOMER = ZERO
               DISPLAY "SUPPLY THE CUSTOMER NUMBER AS THE ARGUMENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUST-FILE.
           IF NOT CUS-STATUS-OK
               DISPLAY "ERROR OPENING CUST-FILE - RUN TVCUSTM"
               DISPLAY "FILE STATUS : " WS-CUS-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-INQUIRE-CUSTOMER TO CUS-NO.
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE: " WS-INQUIRE-CUSTOMER
                   CLOSE CUST-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CUST-FILE.

           OPEN OUTPUT INQUIRY-FILE.
           IF NOT INQ-STATUS-OK
               DISPLAY "ERROR OPENING INQUIRY-FILE"
               DISPLAY "FILE STATUS : " WS-INQ-FILE-STATUS
               STOP RUN
           END-IF.

           IF CUS-IS-OPEN
               MOVE "OPEN" TO WS-CUSTOMER-STATE
           ELSE
               MOVE "CLOSED" TO WS-CUSTOMER-STATE
           END-IF.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "CUSTOMER " CUS-NO "  " CUS-NAME
                  "  " WS-CUSTOMER-STATE
               DELIMITED BY SIZE INTO INQUIRY-LINE.
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "         " CUS-ADDRESS " " CUS-TOWN
               DELIMITED BY SIZE INTO INQUIRY-LINE.
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "         PHONE " CUS-PHONE
                  "  CUSTOMER SINCE " CUS-OPENED
               DELIMITED BY SIZE INTO INQUIRY-LINE.
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
           MOVE SPACES TO INQUIRY-LINE.
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
           MOVE "INVOICE  DATE      REFERENCE  LINES     UNITS"
               TO INQUIRY-LINE.
           MOVE "NET VALUE" TO INQUIRY-LINE (57:9).
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.

           OPEN INPUT INVOICE-FILE.
           IF INV-STATUS-OK
               MOVE "Y" TO WS-INV-AVAILABLE
           ELSE
               DISPLAY "NO INVOICE FILE - NO SALES HISTORY YET"
               MOVE "Y" TO WS-INV-FILE-END
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LIST-HISTORY.
           PERFORM UNTIL INV-FILE-END
               READ INVOICE-FILE
                   AT END
                       MOVE "Y" TO WS-INV-FILE-END
                   NOT AT END
                       IF INV-CUSTOMER = WS-INQUIRE-CUSTOMER
                           PERFORM 2100-ADD-LINE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 2200-LIST-INVOICE THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-ADD-LINE.
           IF INV-NO NOT = WS-CURRENT-INVOICE
               PERFORM 2200-LIST-INVOICE THRU 2200-EXIT
               MOVE INV-NO TO WS-CURRENT-INVOICE
               MOVE INV-DATE TO WS-INV-DATE
               MOVE INV-CUST-REF TO WS-INV-REF
               MOVE ZERO TO WS-INV-LINES
               MOVE ZERO TO WS-INV-UNITS
               MOVE ZERO TO WS-INV-NET
           END-IF.
           ADD 1 TO WS-INV-LINES.
           ADD INV-QTY TO WS-INV-UNITS.
           ADD INV-NET TO WS-INV-NET.
       2100-EXIT.
           EXIT.

       2200-LIST-INVOICE.
           IF WS-CURRENT-INVOICE = ZERO
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-TOT-INVOICES.
           ADD WS-INV-UNITS TO WS-TOT-UNITS.
           ADD WS-INV-NET TO WS-TOT-NET.
           IF WS-INV-DATE (1:4) = WS-BUSINESS-DATE (1:4)
               ADD WS-INV-NET TO WS-YTD-NET
           END-IF.
           MOVE WS-INV-LINES TO WS-PRT-LINES.
           MOVE WS-INV-UNITS TO WS-PRT-UNITS.
           MOVE WS-INV-NET TO WS-PRT-NET.
           MOVE SPACES TO INQUIRY-LINE.
           MOVE WS-CURRENT-INVOICE TO INQUIRY-LINE (1:6).
           MOVE WS-INV-DATE TO INQUIRY-LINE (10:8).
           MOVE WS-INV-REF TO INQUIRY-LINE (20:10).
           MOVE WS-PRT-LINES TO INQUIRY-LINE (33:3).
           MOVE WS-PRT-UNITS TO INQUIRY-LINE (38:9).
           MOVE WS-PRT-NET TO INQUIRY-LINE (52:14).
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
           MOVE ZERO TO WS-CURRENT-INVOICE.
       2200-EXIT.
           EXIT.

       3000-CUSTOMER-TOTALS.
           MOVE SPACES TO INQUIRY-LINE.
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
           MOVE WS-TOT-INVOICES TO WS-PRT-COUNT.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "INVOICES           : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO INQUIRY-LINE.
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
           MOVE WS-TOT-UNITS TO WS-PRT-UNITS.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "UNITS BOUGHT       : " WS-PRT-UNITS
               DELIMITED BY SIZE INTO INQUIRY-LINE.
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
           MOVE WS-TOT-NET TO WS-PRT-NET.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "NET SALES TO DATE  : " WS-PRT-NET
               DELIMITED BY SIZE INTO INQUIRY-LINE.
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
           MOVE WS-YTD-NET TO WS-PRT-NET.
           MOVE SPACES TO INQUIRY-LINE.
           STRING "NET SALES " WS-BUSINESS-DATE (1:4)
                  "     : " WS-PRT-NET
               DELIMITED BY SIZE INTO INQUIRY-LINE.
           PERFORM 8000-PUT-LINE THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

       8000-PUT-LINE.
           DISPLAY INQUIRY-LINE.
           WRITE INQUIRY-LINE.
       8000-EXIT.
           EXIT.

       9999-CLEANUP.
           IF WS-INV-AVAILABLE = "Y"
               CLOSE INVOICE-FILE
           END-IF.
           CLOSE INQUIRY-FILE.
           DISPLAY "END OF PROCESSING".
       9999-EXIT.
           EXIT.
