       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHAPEQRP.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SHAPES QUOTATION REPORT.
      *
      * FOR THE QUOTES ON SHAPEQTE (SAVED BY THE GLOBALVAR BATCH,
      * ANSWERED THROUGH SHAPEQTM) DATED IN ONE PERIOD (YYYYMM,
      * FIRST ARGUMENT, DEFAULT THE BUSINESS MONTH), ONE LINE PER
      * CUSTOMER IN CUSTOMER ORDER: THE NUMBER AND VALUE OF QUOTES
      * ISSUED, THE NUMBER AND VALUE ACCEPTED, THE NUMBER DECLINED,
      * STILL OPEN AND OPEN BUT PAST THEIR EXPIRY DATE, AND THE
      * CONVERSION RATE - ACCEPTED AS A PERCENTAGE OF ISSUED, BY
      * NUMBER AND BY VALUE - WITH A TOTAL FOR ALL CUSTOMERS. A
      * RE-COSTED QUOTE COUNTS AT ITS CURRENT VALUE, IN THE PERIOD
      * IT WAS FIRST ISSUED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT QUOTE-FILE ASSIGN "SHAPEQTE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-QTE-FILE-STATUS
                       RECORD KEY QTE-KEY.
        SELECT REPORT-FILE ASSIGN "SHAPEQRP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * THE QUOTE FILE: LINE 000 IS THE QUOTE HEADER, LINES 001 UP
      * THE COSTED REQUEST LINES. QUOTE 000000 IS THE CONTROL
      * RECORD.
       FD QUOTE-FILE
       RECORD 80.
       01 QUOTE-REC.
          05 QTE-KEY.
             10 QTE-NO        PIC 9(06).
             10 QTE-LINE      PIC 9(03).
          05 QTE-CUSTOMER     PIC X(08).
          05 QTE-DATE         PIC 9(08).
          05 QTE-PRICE-DATE   PIC 9(08).
          05 QTE-EXPIRY       PIC 9(08).
          05 QTE-VALID-DAYS   PIC 9(03).
          05 QTE-TOTAL        PIC 9(11)V99.
          05 QTE-STATUS       PIC X(01).
             88 QTE-IS-OPEN      VALUE "O".
             88 QTE-IS-ACCEPTED  VALUE "A".
             88 QTE-IS-DECLINED  VALUE "D".
          05 QTE-STATUS-DATE  PIC 9(08).
          05 QTE-LINE-COUNT   PIC 9(03).
          05 QTE-RECOST-DATE  PIC 9(08).
          05 FILLER           PIC X(03).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-QTE-FILE-STATUS  PIC X(02) VALUE "00".
             88 QTE-STATUS-OK    VALUE "00".
          05 WS-QTE-FILE-END     PIC X(01) VALUE "N".
             88 QTE-FILE-END     VALUE "Y".
          05 WS-RPT-FILE-STATUS  PIC X(02) VALUE "00".
             88 RPT-STATUS-OK    VALUE "00".
          05 WS-CUST-HIT         PIC X(01) VALUE "N".
             88 CUST-HIT         VALUE "Y".

       01 WS-REPORT-PERIOD       PIC 9(06) VALUE ZERO.
       01 WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.

      * ONE SLOT PER CUSTOMER, KEPT IN CUSTOMER ORDER AS IT FILLS.
       01 WS-CUST-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-CUST-COUNT.
             10 WS-CU-CUSTOMER   PIC X(08).
             10 WS-CU-ISSUED     PIC 9(05).
             10 WS-CU-ISSUED-VAL PIC 9(11)V99.
             10 WS-CU-ACCEPTED   PIC 9(05).
             10 WS-CU-ACCEPT-VAL PIC 9(11)V99.
             10 WS-CU-DECLINED   PIC 9(05).
             10 WS-CU-OPEN       PIC 9(05).
             10 WS-CU-EXPIRED    PIC 9(05).
       01 WS-CUST-SUB            PIC 9(03).
       01 WS-MOVE-SUB            PIC 9(03).
       01 WS-QUOTES-READ         PIC 9(07) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-TL-CUSTOMER      PIC X(08).
          05 WS-TL-ISSUED        PIC 9(05).
          05 WS-TL-ISSUED-VAL    PIC 9(11)V99.
          05 WS-TL-ACCEPTED      PIC 9(05).
          05 WS-TL-ACCEPT-VAL    PIC 9(11)V99.
          05 WS-TL-DECLINED      PIC 9(05).
          05 WS-TL-OPEN          PIC 9(05).
          05 WS-TL-EXPIRED       PIC 9(05).

      * THE LINE BEING PRINTED, A CUSTOMER'S OR THE TOTAL.
       01 WS-LINE.
          05 WS-LN-CUSTOMER      PIC X(08).
          05 WS-LN-ISSUED        PIC 9(05).
          05 WS-LN-ISSUED-VAL    PIC 9(11)V99.
          05 WS-LN-ACCEPTED      PIC 9(05).
          05 WS-LN-ACCEPT-VAL    PIC 9(11)V99.
          05 WS-LN-DECLINED      PIC 9(05).
          05 WS-LN-OPEN          PIC 9(05).
          05 WS-LN-EXPIRED       PIC 9(05).
       01 WS-CONV-PCT            PIC 9(03)V9.

       01 WS-PRINT.
          05 WS-PRT-COUNT        PIC ZZZZ9.
          05 WS-PRT-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-PRT-PCT          PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-SCAN-QUOTES THRU 2000-EXIT.
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

           OPEN INPUT QUOTE-FILE.
           IF NOT QTE-STATUS-OK
               DISPLAY "NO QUOTE FILE - RUN THE SHAPES BATCH FIRST"
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
           STRING "SHAPES QUOTATION REPORT - QUOTES ISSUED IN "
                  WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-SCAN-QUOTES.
           PERFORM UNTIL QTE-FILE-END
               READ QUOTE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-QTE-FILE-END
                   NOT AT END
                       IF QTE-NO NOT = ZERO AND QTE-LINE = ZERO
                               AND QTE-DATE (1:6) = WS-REPORT-PERIOD
                           PERFORM 2100-COUNT-QUOTE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-COUNT-QUOTE.
           PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT.
           IF NOT CUST-HIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-QUOTES-READ.
           ADD 1 TO WS-CU-ISSUED (WS-CUST-SUB).
           ADD QTE-TOTAL TO WS-CU-ISSUED-VAL (WS-CUST-SUB).
           EVALUATE TRUE
               WHEN QTE-IS-ACCEPTED
                   ADD 1 TO WS-CU-ACCEPTED (WS-CUST-SUB)
                   ADD QTE-TOTAL TO WS-CU-ACCEPT-VAL (WS-CUST-SUB)
               WHEN QTE-IS-DECLINED
                   ADD 1 TO WS-CU-DECLINED (WS-CUST-SUB)
               WHEN QTE-EXPIRY < WS-BUSINESS-DATE
                   ADD 1 TO WS-CU-EXPIRED (WS-CUST-SUB)
               WHEN OTHER
                   ADD 1 TO WS-CU-OPEN (WS-CUST-SUB)
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      * LEAVES WS-CUST-SUB ON THE CUSTOMER'S SLOT, OPENING A NEW
      * SLOT IN CUSTOMER ORDER FOR ONE NOT YET SEEN.
       2200-FIND-CUSTOMER.
           MOVE "N" TO WS-CUST-HIT.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                      OR WS-CU-CUSTOMER (WS-CUST-SUB) NOT < QTE-CUSTOMER
               CONTINUE
           END-PERFORM.
           IF WS-CUST-SUB NOT > WS-CUST-COUNT
               IF WS-CU-CUSTOMER (WS-CUST-SUB) = QTE-CUSTOMER
                   MOVE "Y" TO WS-CUST-HIT
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           IF WS-CUST-COUNT NOT < 500
               DISPLAY "CUSTOMER TABLE FULL - NOT COUNTED: "
                       QTE-CUSTOMER
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-CUST-COUNT.
           PERFORM VARYING WS-MOVE-SUB FROM WS-CUST-COUNT BY -1
                   UNTIL WS-MOVE-SUB NOT > WS-CUST-SUB
               MOVE WS-CUST-ENTRY (WS-MOVE-SUB - 1)
                   TO WS-CUST-ENTRY (WS-MOVE-SUB)
           END-PERFORM.
           MOVE QTE-CUSTOMER TO WS-CU-CUSTOMER (WS-CUST-SUB).
           MOVE ZERO TO WS-CU-ISSUED (WS-CUST-SUB).
           MOVE ZERO TO WS-CU-ISSUED-VAL (WS-CUST-SUB).
           MOVE ZERO TO WS-CU-ACCEPTED (WS-CUST-SUB).
           MOVE ZERO TO WS-CU-ACCEPT-VAL (WS-CUST-SUB).
           MOVE ZERO TO WS-CU-DECLINED (WS-CUST-SUB).
           MOVE ZERO TO WS-CU-OPEN (WS-CUST-SUB).
           MOVE ZERO TO WS-CU-EXPIRED (WS-CUST-SUB).
           MOVE "Y" TO WS-CUST-HIT.
       2200-EXIT.
           EXIT.

       3000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CUST-COUNT = ZERO
               MOVE "NO QUOTES ISSUED IN THE PERIOD" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE "CUSTOMER" TO REPORT-LINE (1:8).
           MOVE "QUOTES" TO REPORT-LINE (10:6).
           MOVE "VALUE" TO REPORT-LINE (26:5).
           MOVE "ACCEPTED" TO REPORT-LINE (32:8).
           MOVE "VALUE" TO REPORT-LINE (50:5).
           MOVE "DECLINED" TO REPORT-LINE (56:8).
           MOVE "OPEN" TO REPORT-LINE (66:4).
           MOVE "EXPIRED" TO REPORT-LINE (71:7).
           MOVE "CONV%" TO REPORT-LINE (80:5).
           MOVE "VALUE%" TO REPORT-LINE (87:6).
           WRITE REPORT-LINE.
           INITIALIZE WS-TOTALS.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
               MOVE WS-CUST-ENTRY (WS-CUST-SUB) TO WS-LINE
               PERFORM 3100-WRITE-LINE THRU 3100-EXIT
               ADD WS-CU-ISSUED (WS-CUST-SUB) TO WS-TL-ISSUED
               ADD WS-CU-ISSUED-VAL (WS-CUST-SUB) TO WS-TL-ISSUED-VAL
               ADD WS-CU-ACCEPTED (WS-CUST-SUB) TO WS-TL-ACCEPTED
               ADD WS-CU-ACCEPT-VAL (WS-CUST-SUB) TO WS-TL-ACCEPT-VAL
               ADD WS-CU-DECLINED (WS-CUST-SUB) TO WS-TL-DECLINED
               ADD WS-CU-OPEN (WS-CUST-SUB) TO WS-TL-OPEN
               ADD WS-CU-EXPIRED (WS-CUST-SUB) TO WS-TL-EXPIRED
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL" TO WS-TL-CUSTOMER.
           MOVE WS-TOTALS TO WS-LINE.
           PERFORM 3100-WRITE-LINE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      * A BLANK CUSTOMER IS A JOB RUN WITH NO "Q" RECORD.
       3100-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LN-CUSTOMER = SPACES
               MOVE "(NONE)" TO REPORT-LINE (1:6)
           ELSE
               MOVE WS-LN-CUSTOMER TO REPORT-LINE (1:8)
           END-IF.
           MOVE WS-LN-ISSUED TO WS-PRT-COUNT.
           MOVE WS-PRT-COUNT TO REPORT-LINE (11:5).
           MOVE WS-LN-ISSUED-VAL TO WS-PRT-VALUE.
           MOVE WS-PRT-VALUE TO REPORT-LINE (17:14).
           MOVE WS-LN-ACCEPTED TO WS-PRT-COUNT.
           MOVE WS-PRT-COUNT TO REPORT-LINE (35:5).
           MOVE WS-LN-ACCEPT-VAL TO WS-PRT-VALUE.
           MOVE WS-PRT-VALUE TO REPORT-LINE (41:14).
           MOVE WS-LN-DECLINED TO WS-PRT-COUNT.
           MOVE WS-PRT-COUNT TO REPORT-LINE (59:5).
           MOVE WS-LN-OPEN TO WS-PRT-COUNT.
           MOVE WS-PRT-COUNT TO REPORT-LINE (65:5).
           MOVE WS-LN-EXPIRED TO WS-PRT-COUNT.
           MOVE WS-PRT-COUNT TO REPORT-LINE (73:5).
           IF WS-LN-ISSUED > ZERO
               COMPUTE WS-CONV-PCT ROUNDED =
                   WS-LN-ACCEPTED * 100 / WS-LN-ISSUED
               MOVE WS-CONV-PCT TO WS-PRT-PCT
               MOVE WS-PRT-PCT TO REPORT-LINE (80:5)
           END-IF.
           IF WS-LN-ISSUED-VAL > ZERO
               COMPUTE WS-CONV-PCT ROUNDED =
                   WS-LN-ACCEPT-VAL * 100 / WS-LN-ISSUED-VAL
               MOVE WS-CONV-PCT TO WS-PRT-PCT
               MOVE WS-PRT-PCT TO REPORT-LINE (88:5)
           END-IF.
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE QUOTE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "QUOTES REPORTED : " WS-QUOTES-READ.
       9999-EXIT.
           EXIT.
