       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPEXPRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTHLY EXPENSE REIMBURSEMENT REPORT.
      *
      * LISTS THE EXPENSE CLAIMS THE PAY RUN REIMBURSED IN THE
      * PERIOD, FROM THE CLAIMS REGISTER (EMPEXPCLM), BY DEPARTMENT
      * AND WITHIN EACH DEPARTMENT BY EXPENSE CATEGORY - CLAIM COUNT
      * AND AMOUNT - WITH A DEPARTMENT TOTAL. THE REPORT CLOSES WITH
      * THE COMPANY TOTALS BY CATEGORY AND THE CLAIMS STILL APPROVED
      * AND WAITING FOR THE NEXT PAY RUN.
      * EMPLOYEES ARE TAKEN IN DEPARTMENT ORDER OFF THE EMPDEPT
      * ALTERNATE INDEX, SO A CLAIM COUNTS TO THE EMPLOYEE'S
      * DEPARTMENT AS IT STANDS ON EMPFILE WHEN THE REPORT RUNS.
      *
      * THE PERIOD (YYYYMM) IS THE FIRST ARGUMENT, DEFAULTING TO THE
      * BUSINESS MONTH. OUTPUT GOES TO EMPEXPRPT.DAT.
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
        SELECT CLAIM-FILE ASSIGN "EMPEXPCLM"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-CLM-FILE-STATUS
                       RECORD KEY CLM-RECEIPT
                       ALTERNATE RECORD KEY CLM-EMPID WITH DUPLICATES.
        SELECT CATEGORY-FILE ASSIGN "EXPCAT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CAT-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPEXPRPT.DAT"
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

       FD CLAIM-FILE
       RECORD 60.
       01 CLAIM-REC.
          05 CLM-RECEIPT       PIC X(12).
          05 CLM-EMPID         PIC 9(05).
          05 CLM-CLAIM-DATE    PIC 9(08).
          05 CLM-CATEGORY      PIC X(03).
          05 CLM-AMOUNT        PIC 9(06)V99.
          05 CLM-APPROVER      PIC X(08).
          05 CLM-BATCH-ID      PIC X(08).
          05 CLM-STATUS        PIC X(01).
             88 CLM-APPROVED   VALUE "A".
             88 CLM-PAID       VALUE "P".
          05 CLM-PAID-PERIOD   PIC 9(06).
          05 FILLER            PIC X(01).

       FD CATEGORY-FILE
       RECORD 31.
       01 CATEGORY-REC.
          05 CAT-CODE          PIC X(03).
          05 CAT-NAME          PIC X(20).
          05 CAT-LIMIT         PIC 9(06)V99.

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-CLM-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLM-STATUS-OK      VALUE "00".
             88 CLM-FILE-NOT-FOUND VALUE "35".
          05 WS-CLM-BROWSE-END     PIC X(01) VALUE "N".
             88 CLM-BROWSE-END     VALUE "Y".
          05 WS-CAT-FILE-STATUS    PIC X(02) VALUE "00".
             88 CAT-STATUS-OK      VALUE "00".
          05 WS-CAT-FILE-END       PIC X(01) VALUE "N".
             88 CAT-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-FIRST-DEPT         PIC X(01) VALUE "Y".
             88 FIRST-DEPT         VALUE "Y".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-ARG            PIC X(06) VALUE SPACES.
       01 WS-PREV-DEPT             PIC 9(03) VALUE ZERO.

      * THE CATEGORY MASTER, FOR THE NAMES ON THE REPORT.
       01 WS-CAT-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-CAT-COUNT.
             10 WS-CT-CODE         PIC X(03).
             10 WS-CT-NAME         PIC X(20).
       01 WS-CAT-SUB               PIC 9(02).
       01 WS-CAT-NAME              PIC X(20) VALUE SPACES.

      * THE CURRENT DEPARTMENT'S CLAIMS BY CATEGORY, AND THE SAME
      * FOR THE WHOLE COMPANY.
       01 WS-DCT-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-DCT-TABLE.
          05 WS-DCT-ENTRY OCCURS 50 TIMES.
             10 WS-DCT-CODE        PIC X(03).
             10 WS-DCT-CLAIMS      PIC 9(05).
             10 WS-DCT-AMOUNT      PIC 9(09)V99.
       01 WS-GCT-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-GCT-TABLE.
          05 WS-GCT-ENTRY OCCURS 50 TIMES.
             10 WS-GCT-CODE        PIC X(03).
             10 WS-GCT-CLAIMS      PIC 9(05).
             10 WS-GCT-AMOUNT      PIC 9(09)V99.
       01 WS-TBL-SUB               PIC 9(02).
       01 WS-TBL-FOUND             PIC X(01) VALUE "N".

       01 WS-COUNTS.
          05 WS-DEPT-CLAIMS        PIC 9(05) VALUE ZERO.
          05 WS-PAID-CLAIMS        PIC 9(05) VALUE ZERO.
          05 WS-WAITING-CLAIMS     PIC 9(05) VALUE ZERO.
          05 WS-DEPT-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-TOTALS.
          05 WS-DEPT-AMOUNT        PIC 9(09)V99 VALUE ZERO.
          05 WS-PAID-AMOUNT        PIC 9(09)V99 VALUE ZERO.
          05 WS-WAITING-AMOUNT     PIC 9(09)V99 VALUE ZERO.

       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-REPORT-CLAIMS THRU 2000-EXIT.
           PERFORM 3000-GRAND-TOTALS THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PERIOD-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-ARG
           END-ACCEPT.
           IF WS-PERIOD-ARG NOT = SPACES
               IF WS-PERIOD-ARG NUMERIC
                       AND WS-PERIOD-ARG (5:2) >= "01"
                       AND WS-PERIOD-ARG (5:2) <= "12"
                   MOVE WS-PERIOD-ARG TO WS-PERIOD
               ELSE
                   DISPLAY "PERIOD MUST BE YYYYMM - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT CLAIM-FILE.
           IF CLM-FILE-NOT-FOUND
               DISPLAY "NO EXPENSE CLAIMS REGISTER - NOTHING PAID"
               GOBACK
           END-IF.
           IF NOT CLM-STATUS-OK
               DISPLAY "ERROR OPENING CLAIM-FILE"
               DISPLAY "FILE STATUS : " WS-CLM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-CATEGORIES THRU 1100-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "EXPENSE CLAIMS REIMBURSED THROUGH PAYROLL - PERIOD "
                  WS-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      * A MISSING CATEGORY MASTER ONLY COSTS THE NAMES.
       1100-LOAD-CATEGORIES.
           OPEN INPUT CATEGORY-FILE.
           IF NOT CAT-STATUS-OK
               DISPLAY "NO CATEGORY MASTER - CATEGORY NAMES BLANK"
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL CAT-FILE-END
               READ CATEGORY-FILE
                   AT END
                       MOVE "Y" TO WS-CAT-FILE-END
                   NOT AT END
                       IF WS-CAT-COUNT < 50
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CAT-CODE TO WS-CT-CODE (WS-CAT-COUNT)
                           MOVE CAT-NAME TO WS-CT-NAME (WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATEGORY-FILE.
       1100-EXIT.
           EXIT.

      * EMPLOYEES IN DEPARTMENT ORDER; EACH EMPLOYEE'S CLAIMS OFF THE
      * REGISTER'S EMPID ALTERNATE INDEX. A DEPARTMENT WITH NOTHING
      * PAID IN THE PERIOD IS NOT PRINTED.
       2000-REPORT-CLAIMS.
           MOVE ZERO TO EMPDEPT.
           START EMPFILE KEY >= EMPDEPT
               INVALID KEY
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF NOT FIRST-DEPT AND EMPDEPT NOT = WS-PREV-DEPT
                           PERFORM 2500-PRINT-DEPARTMENT
                               THRU 2500-EXIT
                       END-IF
                       MOVE "N" TO WS-FIRST-DEPT
                       MOVE EMPDEPT TO WS-PREV-DEPT
                       PERFORM 2100-TAKE-EMPLOYEE-CLAIMS
                           THRU 2100-EXIT
               END-READ
           END-PERFORM.
           IF NOT FIRST-DEPT
               PERFORM 2500-PRINT-DEPARTMENT THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-TAKE-EMPLOYEE-CLAIMS.
           MOVE "N" TO WS-CLM-BROWSE-END.
           MOVE EMPID TO CLM-EMPID.
           START CLAIM-FILE KEY >= CLM-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-CLM-BROWSE-END
           END-START.
           PERFORM UNTIL CLM-BROWSE-END
               READ CLAIM-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CLM-BROWSE-END
                   NOT AT END
                       IF CLM-EMPID NOT = EMPID
                           MOVE "Y" TO WS-CLM-BROWSE-END
                       ELSE
                           IF CLM-PAID AND CLM-PAID-PERIOD = WS-PERIOD
                               PERFORM 2200-ADD-DEPT-CATEGORY
                                   THRU 2200-EXIT
                               PERFORM 2300-ADD-GRAND-CATEGORY
                                   THRU 2300-EXIT
                           END-IF
                           IF CLM-APPROVED
                               ADD 1 TO WS-WAITING-CLAIMS
                               ADD CLM-AMOUNT TO WS-WAITING-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2100-EXIT.
           EXIT.

       2200-ADD-DEPT-CATEGORY.
           MOVE "N" TO WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-DCT-COUNT
               IF WS-DCT-CODE (WS-TBL-SUB) = CLM-CATEGORY
                   MOVE "Y" TO WS-TBL-FOUND
                   ADD 1 TO WS-DCT-CLAIMS (WS-TBL-SUB)
                   ADD CLM-AMOUNT TO WS-DCT-AMOUNT (WS-TBL-SUB)
                   MOVE WS-DCT-COUNT TO WS-TBL-SUB
               END-IF
           END-PERFORM.
           IF WS-TBL-FOUND = "N" AND WS-DCT-COUNT < 50
               ADD 1 TO WS-DCT-COUNT
               MOVE CLM-CATEGORY TO WS-DCT-CODE (WS-DCT-COUNT)
               MOVE 1 TO WS-DCT-CLAIMS (WS-DCT-COUNT)
               MOVE CLM-AMOUNT TO WS-DCT-AMOUNT (WS-DCT-COUNT)
           END-IF.
           ADD 1 TO WS-DEPT-CLAIMS.
           ADD CLM-AMOUNT TO WS-DEPT-AMOUNT.
       2200-EXIT.
           EXIT.

       2300-ADD-GRAND-CATEGORY.
           MOVE "N" TO WS-TBL-FOUND.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-GCT-COUNT
               IF WS-GCT-CODE (WS-TBL-SUB) = CLM-CATEGORY
                   MOVE "Y" TO WS-TBL-FOUND
                   ADD 1 TO WS-GCT-CLAIMS (WS-TBL-SUB)
                   ADD CLM-AMOUNT TO WS-GCT-AMOUNT (WS-TBL-SUB)
                   MOVE WS-GCT-COUNT TO WS-TBL-SUB
               END-IF
           END-PERFORM.
           IF WS-TBL-FOUND = "N" AND WS-GCT-COUNT < 50
               ADD 1 TO WS-GCT-COUNT
               MOVE CLM-CATEGORY TO WS-GCT-CODE (WS-GCT-COUNT)
               MOVE 1 TO WS-GCT-CLAIMS (WS-GCT-COUNT)
               MOVE CLM-AMOUNT TO WS-GCT-AMOUNT (WS-GCT-COUNT)
           END-IF.
           ADD 1 TO WS-PAID-CLAIMS.
           ADD CLM-AMOUNT TO WS-PAID-AMOUNT.
       2300-EXIT.
           EXIT.

       2500-PRINT-DEPARTMENT.
           IF WS-DEPT-CLAIMS = ZERO
               GO TO 2500-RESET
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTMENT " WS-PREV-DEPT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CAT NAME                CLAIMS         AMOUNT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-DCT-COUNT
               MOVE WS-DCT-CODE (WS-TBL-SUB) TO CLM-CATEGORY
               PERFORM 2600-FIND-CATEGORY-NAME THRU 2600-EXIT
               MOVE WS-DCT-CLAIMS (WS-TBL-SUB) TO WS-PRT-COUNT
               MOVE WS-DCT-AMOUNT (WS-TBL-SUB) TO WS-PRT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-DCT-CODE (WS-TBL-SUB) " " WS-CAT-NAME
                      " " WS-PRT-COUNT " " WS-PRT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-DEPT-CLAIMS TO WS-PRT-COUNT.
           MOVE WS-DEPT-AMOUNT TO WS-PRT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL DEPT " WS-PREV-DEPT "           "
                  WS-PRT-COUNT " " WS-PRT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2500-RESET.
           MOVE ZERO TO WS-DCT-COUNT.
           MOVE ZERO TO WS-DEPT-CLAIMS.
           MOVE ZERO TO WS-DEPT-AMOUNT.
       2500-EXIT.
           EXIT.

       2600-FIND-CATEGORY-NAME.
           MOVE "NOT ON CATEGORY MAST" TO WS-CAT-NAME.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CT-CODE (WS-CAT-SUB) = CLM-CATEGORY
                   MOVE WS-CT-NAME (WS-CAT-SUB) TO WS-CAT-NAME
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB
               END-IF
           END-PERFORM.
       2600-EXIT.
           EXIT.

       3000-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMPANY TOTALS BY CATEGORY"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-GCT-COUNT
               MOVE WS-GCT-CODE (WS-TBL-SUB) TO CLM-CATEGORY
               PERFORM 2600-FIND-CATEGORY-NAME THRU 2600-EXIT
               MOVE WS-GCT-CLAIMS (WS-TBL-SUB) TO WS-PRT-COUNT
               MOVE WS-GCT-AMOUNT (WS-TBL-SUB) TO WS-PRT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-GCT-CODE (WS-TBL-SUB) " " WS-CAT-NAME
                      " " WS-PRT-COUNT " " WS-PRT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-PAID-CLAIMS TO WS-PRT-COUNT.
           MOVE WS-PAID-AMOUNT TO WS-PRT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRAND TOTAL REIMBURSED     " WS-PRT-COUNT " "
                  WS-PRT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WAITING-CLAIMS TO WS-PRT-COUNT.
           MOVE WS-WAITING-AMOUNT TO WS-PRT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPROVED, AWAITING PAY RUN " WS-PRT-COUNT " "
                  WS-PRT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE CLAIM-FILE.
           CLOSE EMPFILE.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "DEPARTMENTS REPORTED  : " WS-DEPT-COUNT.
           DISPLAY "CLAIMS REIMBURSED     : " WS-PAID-CLAIMS.
           DISPLAY "AMOUNT REIMBURSED     : " WS-PAID-AMOUNT.
           DISPLAY "CLAIMS AWAITING PAY   : " WS-WAITING-CLAIMS.
       9999-EXIT.
           EXIT.
