       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOCRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTHLY HEADCOUNT AND PAYROLL COST BY WORK LOCATION.
      *
      * FOR THE TAX TEAM'S STATE FILINGS: ONE LINE PER WORK LOCATION
      * WITH ITS STATE, THE HEADCOUNT (EVERY EMPLOYEE NOT
      * TERMINATED), THEIR ANNUAL SALARY, AND THE GROSS PAY AND TAX
      * THE PERIOD'S PAYSLIPS CARRIED. EACH EMPLOYEE COUNTS TO THE
      * LOCATION IN FORCE AT THE END OF THE PERIOD ON EMPLOC
      * (EMPLOCM); ANYONE NOT PLACED COUNTS TO HEAD OFFICE. A
      * LEAVER PAID IN THE PERIOD ADDS THEIR PAY BUT NOT A HEAD.
      * THE PAY FIGURES COME FROM THE PAYSLIP ARCHIVE (PAYSLARC,
      * WRITTEN BY EMPSLPARC), SO ANY ARCHIVED MONTH CAN BE RERUN.
      *
      * THE PERIOD (YYYYMM) IS THE FIRST ARGUMENT, DEFAULTING TO THE
      * BUSINESS MONTH. OUTPUT GOES TO EMPLOCRPT.DAT.
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
        SELECT LOC-FILE ASSIGN "EMPLOC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ELO-FILE-STATUS
                       RECORD KEY ELO-EMPID.
        SELECT ARCHIVE-FILE ASSIGN "PAYSLARC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ARC-FILE-STATUS
                       RECORD KEY PSA-KEY.
        SELECT REPORT-FILE ASSIGN "EMPLOCRPT.DAT"
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

      * THE LOCATION IN FORCE ON A DATE IS ELO-LOCATION FROM
      * ELO-EFF-DATE ON, ELO-PRIOR-LOC BEFORE IT.
       FD LOC-FILE
       RECORD 30.
       01 EMPLOC-REC.
          05 ELO-EMPID         PIC 9(05).
          05 ELO-LOCATION      PIC X(03).
          05 ELO-EFF-DATE      PIC 9(08).
          05 ELO-PRIOR-LOC     PIC X(03).
          05 ELO-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(03).

      * THE PAYSLIP ARCHIVE. THE AMOUNTS ARE THE PRINTED PAYSLIP
      * COLUMNS (999999.99), TAKEN APART AS EMPPAYCHK DOES.
       FD ARCHIVE-FILE
       RECORD 110.
       01 ARCHIVE-REC.
          05 PSA-KEY.
             10 PSA-EMPID      PIC 9(05).
             10 PSA-PERIOD     PIC 9(06).
          05 PSA-SLIP.
             10 PSA-S-EMPID    PIC X(05).
             10 FILLER         PIC X(02).
             10 PSA-S-NAME     PIC X(20).
             10 FILLER         PIC X(02).
             10 PSA-S-DEPT     PIC X(03).
             10 FILLER         PIC X(02).
             10 PSA-GROSS-WHOLE PIC 9(06).
             10 FILLER         PIC X(01).
             10 PSA-GROSS-DEC  PIC 9(02).
             10 FILLER         PIC X(02).
             10 PSA-TAX-WHOLE  PIC 9(06).
             10 FILLER         PIC X(01).
             10 PSA-TAX-DEC    PIC 9(02).
             10 FILLER         PIC X(44).
          05 FILLER            PIC X(01).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-ELO-FILE-STATUS    PIC X(02) VALUE "00".
             88 ELO-STATUS-OK      VALUE "00".
             88 ELO-FILE-NOT-FOUND VALUE "35".
          05 WS-LOCATIONS-ACTIVE   PIC X(01) VALUE "N".
             88 LOCATIONS-ACTIVE   VALUE "Y".
          05 WS-ARC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ARC-STATUS-OK      VALUE "00".
             88 ARC-FILE-NOT-FOUND VALUE "35".
          05 WS-ARCHIVE-ACTIVE     PIC X(01) VALUE "N".
             88 ARCHIVE-ACTIVE     VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-ARG            PIC X(06) VALUE SPACES.
      * THE LAST POSSIBLE DAY OF THE PERIOD - ONLY EVER COMPARED.
       01 WS-PERIOD-END            PIC 9(08) VALUE ZERO.
       01 WS-EMP-LOCATION          PIC X(03) VALUE SPACES.
       01 WS-SLIP-GROSS            PIC 9(07)V99 VALUE ZERO.
       01 WS-SLIP-TAX              PIC 9(07)V99 VALUE ZERO.
       01 WS-SLIP-FOUND            PIC X(01) VALUE "N".

      * ONE ENTRY PER LOCATION MET, HEAD OFFICE FIRST.
       01 WS-LOC-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-LOC-TABLE.
          05 WS-LOC-ENTRY OCCURS 60 TIMES.
             10 WS-LT-CODE         PIC X(03).
             10 WS-LT-NAME         PIC X(20).
             10 WS-LT-STATE        PIC X(02).
             10 WS-LT-HEADS        PIC 9(05).
             10 WS-LT-SALARY       PIC 9(11)V99.
             10 WS-LT-GROSS        PIC 9(09)V99.
             10 WS-LT-TAX          PIC 9(09)V99.
       01 WS-LOC-SUB               PIC 9(02).
       01 WS-LOC-HIT               PIC 9(02).

       01 WS-TOTALS.
          05 WS-TOT-HEADS          PIC 9(05) VALUE ZERO.
          05 WS-TOT-SALARY         PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-GROSS          PIC 9(09)V99 VALUE ZERO.
          05 WS-TOT-TAX            PIC 9(09)V99 VALUE ZERO.
          05 WS-UNKNOWN-COUNT      PIC 9(05) VALUE ZERO.

       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-SALARY            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-GROSS             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-TAX               PIC ZZZ,ZZZ,ZZ9.99.

       01 LC-PARM.
          05 LC-REQUEST            PIC X(01).
          05 LC-LOCATION           PIC X(03).
          05 LC-DATE               PIC 9(08).
          05 LC-NAME               PIC X(20).
          05 LC-STATE              PIC X(02).
          05 LC-RATES-FILE         PIC X(12).
          05 LC-WORK-DAY           PIC X(01).
          05 LC-RESULT             PIC X(01).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-COUNT-EMPLOYEES THRU 2000-EXIT.
           PERFORM 3000-PRINT-LOCATIONS THRU 3000-EXIT.
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
           COMPUTE WS-PERIOD-END = (WS-PERIOD * 100) + 31.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * NO LOCATION FILE - EVERYONE IS AT HEAD OFFICE.
           OPEN INPUT LOC-FILE.
           IF ELO-FILE-NOT-FOUND
               DISPLAY "NO EMPLOYEE LOCATIONS - ALL AT HEAD OFFICE"
           ELSE
               IF NOT ELO-STATUS-OK
                   DISPLAY "ERROR OPENING LOC-FILE"
                   DISPLAY "FILE STATUS : " WS-ELO-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO WS-LOCATIONS-ACTIVE
           END-IF.

      * NO ARCHIVE YET - HEADCOUNT AND SALARY ONLY.
           OPEN INPUT ARCHIVE-FILE.
           IF ARC-FILE-NOT-FOUND
               DISPLAY "NO PAYSLIP ARCHIVE - PAY COLUMNS ZERO"
           ELSE
               IF NOT ARC-STATUS-OK
                   DISPLAY "ERROR OPENING ARCHIVE-FILE"
                   DISPLAY "FILE STATUS : " WS-ARC-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "Y" TO WS-ARCHIVE-ACTIVE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 1 TO WS-LOC-COUNT.
           INITIALIZE WS-LOC-ENTRY (1).
           MOVE "HEAD OFFICE" TO WS-LT-NAME (1).

           MOVE SPACES TO REPORT-LINE.
           STRING "HEADCOUNT AND PAYROLL COST BY WORK LOCATION - "
                  "PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LOC NAME                 ST HEADS"
                  "     ANNUAL SALARY          GROSS            TAX"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-COUNT-EMPLOYEES.
           MOVE ZERO TO EMPID.
           START EMPFILE KEY >= EMPID
               INVALID KEY
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       PERFORM 2100-COUNT-ONE-EMP THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * A LEAVER WITH NO SLIP IN THE PERIOD IS NOT ON THE REPORT.
       2100-COUNT-ONE-EMP.
           PERFORM 2200-READ-SLIP THRU 2200-EXIT.
           IF EMP-TERMINATED AND WS-SLIP-FOUND = "N"
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-FIND-LOCATION THRU 2300-EXIT.
           PERFORM 2400-FIND-ENTRY THRU 2400-EXIT.
           IF NOT EMP-TERMINATED
               ADD 1 TO WS-LT-HEADS (WS-LOC-HIT)
               ADD EMPSALARY TO WS-LT-SALARY (WS-LOC-HIT)
           END-IF.
           ADD WS-SLIP-GROSS TO WS-LT-GROSS (WS-LOC-HIT).
           ADD WS-SLIP-TAX TO WS-LT-TAX (WS-LOC-HIT).
       2100-EXIT.
           EXIT.

       2200-READ-SLIP.
           MOVE "N" TO WS-SLIP-FOUND.
           MOVE ZERO TO WS-SLIP-GROSS.
           MOVE ZERO TO WS-SLIP-TAX.
           IF NOT ARCHIVE-ACTIVE
               GO TO 2200-EXIT
           END-IF.
           MOVE EMPID TO PSA-EMPID.
           MOVE WS-PERIOD TO PSA-PERIOD.
           READ ARCHIVE-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE "Y" TO WS-SLIP-FOUND.
           IF PSA-GROSS-WHOLE NUMERIC AND PSA-GROSS-DEC NUMERIC
               COMPUTE WS-SLIP-GROSS =
                   PSA-GROSS-WHOLE + (PSA-GROSS-DEC / 100)
           END-IF.
           IF PSA-TAX-WHOLE NUMERIC AND PSA-TAX-DEC NUMERIC
               COMPUTE WS-SLIP-TAX =
                   PSA-TAX-WHOLE + (PSA-TAX-DEC / 100)
           END-IF.
       2200-EXIT.
           EXIT.

       2300-FIND-LOCATION.
           MOVE SPACES TO WS-EMP-LOCATION.
           IF NOT LOCATIONS-ACTIVE
               GO TO 2300-EXIT
           END-IF.
           MOVE EMPID TO ELO-EMPID.
           READ LOC-FILE
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ.
           IF ELO-EFF-DATE <= WS-PERIOD-END
               MOVE ELO-LOCATION TO WS-EMP-LOCATION
           ELSE
               MOVE ELO-PRIOR-LOC TO WS-EMP-LOCATION
           END-IF.
       2300-EXIT.
           EXIT.

      * A LOCATION NOT YET MET IS LOOKED UP ON THE LOCATION MASTER
      * AND GIVEN A LINE. ONE NO LONGER ON THE MASTER STILL GETS
      * ITS OWN LINE SO ITS STAFF ARE NOT LOST FROM THE TOTALS.
       2400-FIND-ENTRY.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-COUNT
               IF WS-LT-CODE (WS-LOC-SUB) = WS-EMP-LOCATION
                   MOVE WS-LOC-SUB TO WS-LOC-HIT
                   GO TO 2400-EXIT
               END-IF
           END-PERFORM.
           IF WS-LOC-COUNT >= 60
               DISPLAY "LOCATION TABLE FULL - " WS-EMP-LOCATION
                       " COUNTED TO THE LAST LINE"
               MOVE WS-LOC-COUNT TO WS-LOC-HIT
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-LOC-COUNT.
           MOVE WS-LOC-COUNT TO WS-LOC-HIT.
           INITIALIZE WS-LOC-ENTRY (WS-LOC-HIT).
           MOVE WS-EMP-LOCATION TO WS-LT-CODE (WS-LOC-HIT).
           MOVE "L" TO LC-REQUEST.
           MOVE WS-EMP-LOCATION TO LC-LOCATION.
           CALL "LOCCAL" USING LC-PARM.
           IF LC-RESULT = "Y"
               MOVE LC-NAME TO WS-LT-NAME (WS-LOC-HIT)
               MOVE LC-STATE TO WS-LT-STATE (WS-LOC-HIT)
           ELSE
               MOVE "NOT ON LOCATION MAST" TO WS-LT-NAME (WS-LOC-HIT)
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.
       2400-EXIT.
           EXIT.

       3000-PRINT-LOCATIONS.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-COUNT
               PERFORM 3100-PRINT-ONE-LOCATION THRU 3100-EXIT
           END-PERFORM.
           MOVE WS-TOT-HEADS TO WS-PRT-COUNT.
           MOVE WS-TOT-SALARY TO WS-PRT-SALARY.
           MOVE WS-TOT-GROSS TO WS-PRT-GROSS.
           MOVE WS-TOT-TAX TO WS-PRT-TAX.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    GRAND TOTAL             " WS-PRT-COUNT " "
                  WS-PRT-SALARY " " WS-PRT-GROSS " " WS-PRT-TAX
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

      * HEAD OFFICE IS PRINTED ONLY WHEN SOMEONE IS THERE.
       3100-PRINT-ONE-LOCATION.
           IF WS-LT-HEADS (WS-LOC-SUB) = ZERO
                   AND WS-LT-GROSS (WS-LOC-SUB) = ZERO
               GO TO 3100-EXIT
           END-IF.
           ADD WS-LT-HEADS (WS-LOC-SUB) TO WS-TOT-HEADS.
           ADD WS-LT-SALARY (WS-LOC-SUB) TO WS-TOT-SALARY.
           ADD WS-LT-GROSS (WS-LOC-SUB) TO WS-TOT-GROSS.
           ADD WS-LT-TAX (WS-LOC-SUB) TO WS-TOT-TAX.
           MOVE WS-LT-HEADS (WS-LOC-SUB) TO WS-PRT-COUNT.
           MOVE WS-LT-SALARY (WS-LOC-SUB) TO WS-PRT-SALARY.
           MOVE WS-LT-GROSS (WS-LOC-SUB) TO WS-PRT-GROSS.
           MOVE WS-LT-TAX (WS-LOC-SUB) TO WS-PRT-TAX.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LT-CODE (WS-LOC-SUB) " "
                  WS-LT-NAME (WS-LOC-SUB) " "
                  WS-LT-STATE (WS-LOC-SUB) " "
                  WS-PRT-COUNT " " WS-PRT-SALARY " "
                  WS-PRT-GROSS " " WS-PRT-TAX
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           IF LOCATIONS-ACTIVE
               CLOSE LOC-FILE
           END-IF.
           IF ARCHIVE-ACTIVE
               CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES COUNTED     : " WS-TOT-HEADS.
           DISPLAY "GROSS PAY             : " WS-TOT-GROSS.
           DISPLAY "TAX                   : " WS-TOT-TAX.
           DISPLAY "LOCATIONS NOT ON MAST : " WS-UNKNOWN-COUNT.
       9999-EXIT.
           EXIT.
