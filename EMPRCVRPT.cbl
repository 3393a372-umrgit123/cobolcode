       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRCVRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTHLY EMPLOYEE RECEIVABLES BALANCE REPORT.
      *
      * LISTS EVERY ITEM ON THE RECEIVABLES LEDGER (EMPRECV) THAT
      * STILL HAS A BALANCE OUTSTANDING, GROUPED BY TYPE - STAFF
      * LOANS, SALARY ADVANCES, OVERPAYMENTS - WITH THE ORIGINAL
      * AMOUNT, INSTALMENT, OUTSTANDING BALANCE, THE DATE THE
      * BALANCE LAST MOVED AND THE EMPLOYEE'S STATUS. A LEAVER WHO
      * STILL OWES MONEY IS FLAGGED - THE PAY RUN CAN NO LONGER
      * RECOVER IT. EACH TYPE CLOSES WITH A COUNT AND TOTALS, AND
      * THE REPORT WITH GRAND TOTALS. ITEMS PAID OFF ARE COUNTED
      * BUT NOT LISTED.
      * OUTPUT GOES TO EMPRCVRPT.DAT. RC 4 WHEN A LEAVER STILL OWES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT RECV-FILE ASSIGN "EMPRECV"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-RCV-FILE-STATUS
                       RECORD KEY RCV-KEY.
        SELECT REPORT-FILE ASSIGN "EMPRCVRPT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD EMPFILE
       RECORD VARYING FROM 90 TO 200.
       01 EMPREC.
          05 EMPID             PIC 9(05).
          05 EMPDEPT           PIC 9(03).
          05 EMPNAME           PIC X(20).
          05 EMPSALARY         PIC 9(06)V99.
          05 EMPGRADE          PIC X(02).
          05 EMPDESIGNATION    PIC X(20).
          05 EMP-HIRE-DATE     PIC 9(08).
          05 EMP-TERM-DATE     PIC 9(08).
          05 EMP-STATUS        PIC X(01).
             88 EMP-ACTIVE     VALUE "A".
             88 EMP-TERMINATED VALUE "T".
             88 EMP-ON-LEAVE   VALUE "L".
          05 EMP-STATUS-DATE   PIC 9(08).
          05 FILLER            PIC X(01).
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

       FD RECV-FILE
       RECORD 60.
       01 RECV-REC.
          05 RCV-KEY.
             10 RCV-EMPID      PIC 9(05).
             10 RCV-TYPE       PIC X(03).
             10 RCV-SEQ        PIC 9(02).
          05 RCV-ORIG-AMOUNT   PIC 9(07)V99.
          05 RCV-INSTALMENT    PIC 9(06)V99.
          05 RCV-BALANCE       PIC 9(07)V99.
          05 RCV-OPEN-DATE     PIC 9(08).
          05 RCV-LAST-DATE     PIC 9(08).
          05 FILLER            PIC X(08).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-RCV-FILE-STATUS    PIC X(02) VALUE "00".
             88 RCV-STATUS-OK      VALUE "00".
             88 RCV-FILE-NOT-FOUND VALUE "35".
          05 WS-RCV-FILE-END       PIC X(01) VALUE "N".
             88 RCV-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-EMP-NAME              PIC X(20) VALUE SPACES.
       01 WS-EMP-STATE             PIC X(10) VALUE SPACES.

      * THE TYPES IN REPORT ORDER AND THEIR SECTION TITLES.
       01 WS-TYPE-NAMES.
          05 FILLER PIC X(23) VALUE "LONSTAFF LOANS         ".
          05 FILLER PIC X(23) VALUE "ADVSALARY ADVANCES     ".
          05 FILLER PIC X(23) VALUE "OVPOVERPAYMENTS        ".
       01 WS-TYPE-TBL REDEFINES WS-TYPE-NAMES.
          05 WS-TYPE-ENTRY OCCURS 3 TIMES.
             10 WS-TYPE-CODE       PIC X(03).
             10 WS-TYPE-TITLE      PIC X(20).
       01 WS-TYPE-SUB              PIC 9(01).

       01 WS-COUNTS.
          05 WS-TYPE-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-OPEN-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-CLEARED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-LEAVER-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-TYPE-TOTALS.
          05 WS-TYPE-ORIGINAL      PIC 9(09)V99 VALUE ZERO.
          05 WS-TYPE-INSTALMENT    PIC 9(09)V99 VALUE ZERO.
          05 WS-TYPE-BALANCE       PIC 9(09)V99 VALUE ZERO.
       01 WS-GRAND-TOTALS.
          05 WS-GRAND-ORIGINAL     PIC 9(09)V99 VALUE ZERO.
          05 WS-GRAND-INSTALMENT   PIC 9(09)V99 VALUE ZERO.
          05 WS-GRAND-BALANCE      PIC 9(09)V99 VALUE ZERO.

       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-AMOUNT-1          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-2          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-3          PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-REPORT-ONE-TYPE THRU 2000-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 3.
           PERFORM 3000-GRAND-TOTALS THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           OPEN INPUT RECV-FILE.
           IF RCV-FILE-NOT-FOUND
               DISPLAY "NO RECEIVABLES LEDGER - NOTHING OWED"
               GOBACK
           END-IF.
           IF NOT RCV-STATUS-OK
               DISPLAY "ERROR OPENING RECV-FILE"
               DISPLAY "FILE STATUS : " WS-RCV-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
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
           STRING "EMPLOYEE RECEIVABLES BALANCES AS AT "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      * ONE PASS OF THE LEDGER PER TYPE. THE LEDGER IS KEYED BY
      * EMPLOYEE, SO EACH SECTION COMES OUT IN EMPID ORDER.
       2000-REPORT-ONE-TYPE.
           MOVE ZERO TO WS-TYPE-COUNT.
           INITIALIZE WS-TYPE-TOTALS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-TYPE-CODE (WS-TYPE-SUB) " - "
                  WS-TYPE-TITLE (WS-TYPE-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID SQ NAME                        ORIGINAL"
                  "     INSTALMENT    OUTSTANDING LAST MOVED"
                  " STATUS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "N" TO WS-RCV-FILE-END.
           MOVE ZERO TO RCV-EMPID.
           MOVE LOW-VALUES TO RCV-TYPE.
           MOVE ZERO TO RCV-SEQ.
           START RECV-FILE KEY >= RCV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RCV-FILE-END
           END-START.
           PERFORM UNTIL RCV-FILE-END
               READ RECV-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-RCV-FILE-END
                   NOT AT END
                       IF RCV-TYPE = WS-TYPE-CODE (WS-TYPE-SUB)
                           IF RCV-BALANCE > ZERO
                               PERFORM 2100-REPORT-ONE-ITEM
                                   THRU 2100-EXIT
                           ELSE
                               ADD 1 TO WS-CLEARED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-TYPE-COUNT TO WS-PRT-COUNT.
           MOVE WS-TYPE-ORIGINAL TO WS-PRT-AMOUNT-1.
           MOVE WS-TYPE-INSTALMENT TO WS-PRT-AMOUNT-2.
           MOVE WS-TYPE-BALANCE TO WS-PRT-AMOUNT-3.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL " WS-TYPE-CODE (WS-TYPE-SUB)
                  "  ITEMS " WS-PRT-COUNT "      "
                  WS-PRT-AMOUNT-1 " " WS-PRT-AMOUNT-2 " "
                  WS-PRT-AMOUNT-3
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           ADD WS-TYPE-ORIGINAL TO WS-GRAND-ORIGINAL.
           ADD WS-TYPE-INSTALMENT TO WS-GRAND-INSTALMENT.
           ADD WS-TYPE-BALANCE TO WS-GRAND-BALANCE.
       2000-EXIT.
           EXIT.

       2100-REPORT-ONE-ITEM.
           ADD 1 TO WS-TYPE-COUNT.
           ADD 1 TO WS-OPEN-COUNT.
           ADD RCV-ORIG-AMOUNT TO WS-TYPE-ORIGINAL.
           ADD RCV-INSTALMENT TO WS-TYPE-INSTALMENT.
           ADD RCV-BALANCE TO WS-TYPE-BALANCE.

           MOVE RCV-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-EMP-NAME
                   MOVE SPACES TO WS-EMP-STATE
               NOT INVALID KEY
                   MOVE EMPNAME TO WS-EMP-NAME
                   EVALUATE TRUE
                       WHEN EMP-TERMINATED
                           MOVE "LEAVER **" TO WS-EMP-STATE
                           ADD 1 TO WS-LEAVER-COUNT
                       WHEN EMP-ON-LEAVE
                           MOVE "ON LEAVE" TO WS-EMP-STATE
                       WHEN OTHER
                           MOVE "ACTIVE" TO WS-EMP-STATE
                   END-EVALUATE
           END-READ.

           MOVE RCV-ORIG-AMOUNT TO WS-PRT-AMOUNT-1.
           MOVE RCV-INSTALMENT TO WS-PRT-AMOUNT-2.
           MOVE RCV-BALANCE TO WS-PRT-AMOUNT-3.
           MOVE SPACES TO REPORT-LINE.
           STRING RCV-EMPID " " RCV-SEQ " " WS-EMP-NAME " "
                  WS-PRT-AMOUNT-1 " " WS-PRT-AMOUNT-2 " "
                  WS-PRT-AMOUNT-3 " " RCV-LAST-DATE "   "
                  WS-EMP-STATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.

       3000-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-COUNT TO WS-PRT-COUNT.
           MOVE WS-GRAND-ORIGINAL TO WS-PRT-AMOUNT-1.
           MOVE WS-GRAND-INSTALMENT TO WS-PRT-AMOUNT-2.
           MOVE WS-GRAND-BALANCE TO WS-PRT-AMOUNT-3.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRAND TOTAL ITEMS " WS-PRT-COUNT "      "
                  WS-PRT-AMOUNT-1 " " WS-PRT-AMOUNT-2 " "
                  WS-PRT-AMOUNT-3
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE RECV-FILE.
           CLOSE EMPFILE.
           CLOSE REPORT-FILE.
           IF RETURN-CODE = ZERO AND WS-LEAVER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "ITEMS OUTSTANDING     : " WS-OPEN-COUNT.
           DISPLAY "ITEMS PAID OFF        : " WS-CLEARED-COUNT.
           DISPLAY "OWED BY LEAVERS       : " WS-LEAVER-COUNT.
           DISPLAY "TOTAL OUTSTANDING     : " WS-GRAND-BALANCE.
       9999-EXIT.
           EXIT.
