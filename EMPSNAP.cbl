      *********************************************************************
      * MONTH-END POINT-IN-TIME SNAPSHOT OF EMPFILE ON THE SQL SIDE.
      *
      * EMPFILE ONLY EVER HOLDS TODAY. THIS STEP COPIES IT, ONE ROW
      * PER EMPLOYEE RECORD, TO THE HISTORY TABLE EMP_SNAPSHOT SO A
      * DATABASE USER CAN ASK WHAT THE WORKFORCE LOOKED LIKE AT ANY
      * PAST MONTH END:
      *   EMPID, SNAP_MONTH (YYYYMM OF THE BUSINESS DATE), SNAP_DATE,
      *   DEPTID, DIVISION (FROM DEPTFILE - A DEPARTMENT NOT ON
      *   DEPTFILE FALLS IN DIVISION 00, AS EMPKPI HAS IT), GRADE,
      *   SALARY, EMP_STATUS AND SERVICE_BAND - THE COMPLETED YEARS
      *   AT THE BUSINESS DATE IN EMPSERVICE'S BANDS <5, 5-9, 10-19
      *   AND 20+.
      * EVERY RECORD ON EMPFILE IS TAKEN, TERMINATED OR NOT, SO THE
      * SNAPSHOT COUNTS THE SAME POPULATION EMPCLOSE CLOSES ON.
      *
      * THE MONTH IS REPLACED WHOLE: ITS ROWS ARE DELETED AND
      * REINSERTED AS ONE UNIT OF WORK, COMMITTED ONLY WHEN EVERY ROW
      * IS IN. A RERUN IN THE SAME MONTH THEREFORE NEVER DUPLICATES,
      * AND A FAILED RUN ROLLS BACK TO THE MONTH AS IT WAS (RC 8).
      * ONLY THE MONTH OF THE BUSINESS DATE CAN BE TAKEN - EMPFILE
      * CANNOT SAY WHAT AN EARLIER MONTH LOOKED LIKE.
      *
      * RECONCILIATION (EMPSNAP.RPT): EVERY MONTH ON EMP_SNAPSHOT IS
      * PROVED, HEADCOUNT AND SALARY TOTAL, AGAINST THAT MONTH'S
      * CLOSING FIGURES - THE LAST CLOSE DATED IN THE MONTH ON THE
      * CLOSE HISTORY EMPCLOSE.HST, OR ON EMPCLOSE.CTL FOR THE
      * LATEST CLOSE. A MONTH THAT DOES NOT AGREE RETURNS 4. A MONTH
      * NOT YET CLOSED IS LISTED AS AWAITING CLOSE; RUN WITH THE
      * ARGUMENT RECON AFTER EMPCLOSE TO PROVE IT WITHOUT TAKING
      * THE SNAPSHOT AGAIN.
      *********************************************************************
      $SET SQL(DBMAN=ADO)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSNAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPFILE ASSIGN "EMPFIL"
                      ACCESS DYNAMIC
                      ORGANIZATION INDEXED
                      STATUS WS-EMP-FILE-STATUS
                      RECORD KEY EMPID
                      ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
       SELECT DEPT-FILE ASSIGN "DEPTFILE"
                      ACCESS DYNAMIC
                      ORGANIZATION INDEXED
                      STATUS WS-DEPT-FILE-STATUS
                      RECORD KEY DEPT-NO.
       SELECT CLOSECTL-FILE ASSIGN "EMPCLOSE.CTL"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS WS-CLO-FILE-STATUS.
       SELECT CLOSEHST-FILE ASSIGN "EMPCLOSE.HST"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS WS-CLH-FILE-STATUS.
       SELECT REPORT-FILE ASSIGN "EMPSNAP.RPT"
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

       FD DEPT-FILE
       RECORD 80.
       01 DEPTREC.
          05 DEPT-NO           PIC 9(03).
          05 DEPT-NAME         PIC X(20).
          05 DEPT-MANAGER      PIC X(20).
          05 DEPT-DIVISION     PIC 9(02).
          05 DEPT-SALARY-BUDGET PIC 9(09).
          05 DEPT-CLOSED-DATE  PIC 9(08).
          05 DEPT-MERGE-INTO   PIC 9(03).
          05 FILLER            PIC X(15).

       FD CLOSECTL-FILE
       RECORD 30.
       01 CLOSECTL-REC.
          05 CLO-DATE          PIC 9(08).
          05 CLO-COUNT         PIC 9(05).
          05 CLO-TOTAL         PIC 9(09)V99.
          05 FILLER            PIC X(06).

       FD CLOSEHST-FILE
       RECORD 30.
       01 CLOSEHST-REC.
          05 CLH-DATE          PIC 9(08).
          05 CLH-COUNT         PIC 9(05).
          05 CLH-TOTAL         PIC 9(09)V99.
          05 FILLER            PIC X(06).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-DEPT-FILE-STATUS   PIC X(02) VALUE "00".
             88 DEPT-STATUS-OK     VALUE "00".
          05 WS-CLO-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLO-STATUS-OK      VALUE "00".
          05 WS-CLH-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLH-STATUS-OK      VALUE "00".
          05 WS-CLH-FILE-END       PIC X(01) VALUE "N".
             88 CLH-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-SQL-CURS-END       PIC X(01) VALUE "N".
             88 SQL-CURS-END       VALUE "Y".
          05 WS-SNAP-FAILED        PIC X(01) VALUE "N".
             88 SNAP-FAILED        VALUE "Y".
          05 WS-RECON-ONLY         PIC X(01) VALUE "N".
             88 RECON-ONLY         VALUE "Y".
          05 WS-OUT-OF-BALANCE     PIC X(01) VALUE "N".
             88 OUT-OF-BALANCE     VALUE "Y".

       01 WS-ARG                   PIC X(08) VALUE SPACES.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-SERVICE-YEARS         PIC S9(04) VALUE ZERO.
       01 WS-SNAP-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-SNAP-TOTAL            PIC 9(09)V99 VALUE ZERO.
       01 WS-DELETED-COUNT         PIC 9(05) VALUE ZERO.

      * CLOSING FIGURES BY MONTH, FROM THE CLOSE HISTORY AND THE
      * CURRENT CLOSE CONTROL. A LATER CLOSE IN THE SAME MONTH (A
      * RERUN OF EMPCLOSE) REPLACES AN EARLIER ONE.
       01 WS-CLOSE-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-CLOSE-TABLE.
          05 WS-CLOSE-ENTRY OCCURS 1 TO 600 TIMES
                  DEPENDING ON WS-CLOSE-COUNT.
             10 WS-CL-MONTH        PIC X(06).
             10 WS-CL-DATE         PIC 9(08).
             10 WS-CL-COUNT        PIC 9(05).
             10 WS-CL-TOTAL        PIC 9(09)V99.
       01 WS-CL-SUB                PIC 9(03).
       01 WS-CL-FOUND              PIC 9(03).
       01 WS-NEW-MONTH             PIC X(06).
       01 WS-NEW-DATE              PIC 9(08).
       01 WS-NEW-COUNT             PIC 9(05).
       01 WS-NEW-TOTAL             PIC 9(09)V99.

       01 WS-MONTHS-PROVED         PIC 9(03) VALUE ZERO.
       01 WS-MONTHS-DIFFERENT      PIC 9(03) VALUE ZERO.
       01 WS-MONTHS-AWAITING       PIC 9(03) VALUE ZERO.
       01 WS-DIFF-COUNT            PIC S9(05) VALUE ZERO.
       01 WS-DIFF-TOTAL            PIC S9(10)V99 VALUE ZERO.

       01 WS-RECON-LINE.
          05 WS-RL-MONTH           PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-RL-SNAP-COUNT      PIC ZZ,ZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-RL-SNAP-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-RL-CLOSE-DATE      PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-RL-CLOSE-COUNT     PIC ZZ,ZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-RL-CLOSE-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-RL-RESULT          PIC X(15).
       01 WS-PRT-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-COUNT             PIC -ZZ,ZZ9.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPSNAP".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

      *  INCLUDE THE SQL COMMUNICATIONS AREA. THIS INCLUDES THE
      *  DEFINITIONS OF SQLCODE, ETC
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 P-EMPID        PIC X(05).
       01 P-SNAP-MONTH   PIC X(06).
       01 P-SNAP-DATE    PIC X(08).
       01 P-DEPTID       PIC X(03).
       01 P-DIVISION     PIC X(02).
       01 P-GRADE        PIC X(02).
       01 P-SALARY       PIC 9(06)V99.
       01 P-STATUS       PIC X(01).
       01 P-SERVICE-BAND PIC X(05).
       01 P-ROW-COUNT    PIC S9(09) COMP.
       01 P-ROW-TOTAL    PIC S9(11)V99 COMP-3.
           EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           IF NOT RECON-ONLY
               PERFORM 2000-TAKE-SNAPSHOT THRU 2000-EXIT
           END-IF.
           PERFORM 3000-LOAD-CLOSES THRU 3000-EXIT.
           PERFORM 4000-RECONCILE THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG = "RECON"
               MOVE "Y" TO WS-RECON-ONLY
           END-IF.

           EXEC SQL CONNECT TO UMRCONNECT
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ERROR: NOT CONNECTED"
               DISPLAY SQLCODE
               DISPLAY SQLERRMC
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
           IF RECON-ONLY
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF NOT DEPT-STATUS-OK
               DISPLAY "ERROR OPENING DEPT-FILE - RUN DEPTLOAD FIRST"
               DISPLAY "FILE STATUS : " WS-DEPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * THE SNAPSHOT. THE DELETE AND EVERY INSERT ARE ONE UNIT OF
      * WORK - NOTHING IS COMMITTED UNTIL THE WHOLE MONTH IS IN.
       2000-TAKE-SNAPSHOT.
           MOVE WS-BUSINESS-DATE (1:6) TO P-SNAP-MONTH.
           MOVE WS-BUSINESS-DATE       TO P-SNAP-DATE.

           EXEC SQL
               SELECT COUNT(*) INTO :P-ROW-COUNT
               FROM EMP_SNAPSHOT
               WHERE SNAP_MONTH = :P-SNAP-MONTH
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2900-SNAPSHOT-FAILED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE P-ROW-COUNT TO WS-DELETED-COUNT.
           IF WS-DELETED-COUNT > ZERO
               EXEC SQL
                   DELETE FROM EMP_SNAPSHOT
                   WHERE SNAP_MONTH = :P-SNAP-MONTH
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM 2900-SNAPSHOT-FAILED THRU 2900-EXIT
                   GO TO 2000-EXIT
               END-IF
               DISPLAY "SNAPSHOT " P-SNAP-MONTH " BEING REPLACED, "
                       WS-DELETED-COUNT " ROWS"
           END-IF.

           MOVE ZERO TO EMPID.
           START EMPFILE KEY >= EMPID
               INVALID KEY
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END OR SNAP-FAILED
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       PERFORM 2100-INSERT-ONE THRU 2100-EXIT
               END-READ
           END-PERFORM.
           IF SNAP-FAILED
               GO TO 2000-EXIT
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 2900-SNAPSHOT-FAILED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "SNAPSHOT " P-SNAP-MONTH " TAKEN, ROWS "
                  WS-SNAP-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           DISPLAY LOG-TEXT.
       2000-EXIT.
           EXIT.

       2100-INSERT-ONE.
           MOVE EMPID     TO P-EMPID.
           MOVE EMPDEPT   TO P-DEPTID.
           MOVE EMPGRADE  TO P-GRADE.
           MOVE EMPSALARY TO P-SALARY.
           MOVE EMP-STATUS TO P-STATUS.

           MOVE EMPDEPT TO DEPT-NO.
           READ DEPT-FILE
               INVALID KEY
                   MOVE "00" TO P-DIVISION
               NOT INVALID KEY
                   MOVE DEPT-DIVISION TO P-DIVISION
           END-READ.

      * COMPLETED YEARS AS EMPSERVICE COUNTS THEM. A HIRE DATE AFTER
      * THE BUSINESS DATE (A FUTURE STARTER) IS NOUGHT YEARS.
           IF EMP-HIRE-DATE > WS-BUSINESS-DATE
               MOVE ZERO TO WS-SERVICE-YEARS
           ELSE
               COMPUTE WS-SERVICE-YEARS =
                   (WS-BUSINESS-DATE - EMP-HIRE-DATE) / 10000
           END-IF.
           EVALUATE TRUE
               WHEN WS-SERVICE-YEARS < 5
                   MOVE "<5"    TO P-SERVICE-BAND
               WHEN WS-SERVICE-YEARS < 10
                   MOVE "5-9"   TO P-SERVICE-BAND
               WHEN WS-SERVICE-YEARS < 20
                   MOVE "10-19" TO P-SERVICE-BAND
               WHEN OTHER
                   MOVE "20+"   TO P-SERVICE-BAND
           END-EVALUATE.

           EXEC SQL
               INSERT INTO EMP_SNAPSHOT
                   (EMPID, SNAP_MONTH, SNAP_DATE, DEPTID, DIVISION,
                    GRADE, SALARY, EMP_STATUS, SERVICE_BAND)
               VALUES (:P-EMPID, :P-SNAP-MONTH, :P-SNAP-DATE,
                       :P-DEPTID, :P-DIVISION, :P-GRADE, :P-SALARY,
                       :P-STATUS, :P-SERVICE-BAND)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "SNAPSHOT INSERT FAILED FOR " P-EMPID
               PERFORM 2900-SNAPSHOT-FAILED THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-SNAP-COUNT.
           ADD EMPSALARY TO WS-SNAP-TOTAL.
       2100-EXIT.
           EXIT.

      * ANY FAILURE ROLLS THE WHOLE MONTH BACK - A PART SNAPSHOT
      * WOULD NEVER RECONCILE. THE MONTH IS LEFT AS IT WAS.
       2900-SNAPSHOT-FAILED.
           EXEC SQL ROLLBACK END-EXEC.
           DISPLAY "SQLCODE : " SQLCODE.
           DISPLAY "SQLERRMC: " SQLERRMC.
           MOVE "Y" TO WS-SNAP-FAILED.
           MOVE "E" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "SNAPSHOT " P-SNAP-MONTH
                  " FAILED - ROLLED BACK, MONTH UNCHANGED"
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           DISPLAY LOG-TEXT.
       2900-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * CLOSING FIGURES BY MONTH. THE HISTORY FIRST, THEN THE CLOSE
      * CONTROL (THE LATEST CLOSE, WHICH MAY PREDATE THE HISTORY).
       3000-LOAD-CLOSES.
           OPEN INPUT CLOSEHST-FILE.
           IF CLH-STATUS-OK
               PERFORM UNTIL CLH-FILE-END
                   READ CLOSEHST-FILE
                       AT END
                           MOVE "Y" TO WS-CLH-FILE-END
                       NOT AT END
                           MOVE CLH-DATE (1:6) TO WS-NEW-MONTH
                           MOVE CLH-DATE  TO WS-NEW-DATE
                           MOVE CLH-COUNT TO WS-NEW-COUNT
                           MOVE CLH-TOTAL TO WS-NEW-TOTAL
                           PERFORM 3100-STORE-CLOSE THRU 3100-EXIT
                   END-READ
               END-PERFORM
               CLOSE CLOSEHST-FILE
           END-IF.

           OPEN INPUT CLOSECTL-FILE.
           IF CLO-STATUS-OK
               READ CLOSECTL-FILE
                   NOT AT END
                       MOVE CLO-DATE (1:6) TO WS-NEW-MONTH
                       MOVE CLO-DATE  TO WS-NEW-DATE
                       MOVE CLO-COUNT TO WS-NEW-COUNT
                       MOVE CLO-TOTAL TO WS-NEW-TOTAL
                       PERFORM 3100-STORE-CLOSE THRU 3100-EXIT
               END-READ
               CLOSE CLOSECTL-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-STORE-CLOSE.
           MOVE ZERO TO WS-CL-FOUND.
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > WS-CLOSE-COUNT
               IF WS-CL-MONTH (WS-CL-SUB) = WS-NEW-MONTH
                   MOVE WS-CL-SUB TO WS-CL-FOUND
               END-IF
           END-PERFORM.
           IF WS-CL-FOUND = ZERO
               IF WS-CLOSE-COUNT NOT < 600
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-CLOSE-COUNT
               MOVE WS-CLOSE-COUNT TO WS-CL-FOUND
               MOVE WS-NEW-MONTH TO WS-CL-MONTH (WS-CL-FOUND)
               MOVE ZERO TO WS-CL-DATE (WS-CL-FOUND)
           END-IF.
           IF WS-NEW-DATE NOT < WS-CL-DATE (WS-CL-FOUND)
               MOVE WS-NEW-DATE  TO WS-CL-DATE (WS-CL-FOUND)
               MOVE WS-NEW-COUNT TO WS-CL-COUNT (WS-CL-FOUND)
               MOVE WS-NEW-TOTAL TO WS-CL-TOTAL (WS-CL-FOUND)
           END-IF.
       3100-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * RECONCILIATION. ONE LINE PER SNAPSHOT MONTH ON THE TABLE.
       4000-RECONCILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEE SNAPSHOT RECONCILIATION AS OF "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH   SNAPSHOT   SALARY TOTAL  CLOSED    "
                  "  CLOSE   SALARY TOTAL  RESULT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           EXEC SQL
               DECLARE snap-mon-curs CURSOR FOR
                   SELECT SNAP_MONTH, COUNT(*), SUM(SALARY)
                   FROM EMP_SNAPSHOT
                   GROUP BY SNAP_MONTH
                   ORDER BY SNAP_MONTH
           END-EXEC.
           EXEC SQL OPEN snap-mon-curs END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "CANNOT READ SNAPSHOT TABLE"
               DISPLAY SQLCODE
               DISPLAY SQLERRMC
               MOVE "Y" TO WS-OUT-OF-BALANCE
               GO TO 4000-EXIT
           END-IF.
           PERFORM UNTIL SQL-CURS-END
               EXEC SQL
                   FETCH snap-mon-curs
                   INTO :P-SNAP-MONTH, :P-ROW-COUNT, :P-ROW-TOTAL
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE "Y" TO WS-SQL-CURS-END
                   WHEN SQLCODE NOT = 0
                       DISPLAY SQLCODE
                       DISPLAY SQLERRMC
                       MOVE "Y" TO WS-SQL-CURS-END
                       MOVE "Y" TO WS-OUT-OF-BALANCE
                   WHEN OTHER
                       PERFORM 4100-PROVE-MONTH THRU 4100-EXIT
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE snap-mon-curs END-EXEC.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTHS PROVED " WS-MONTHS-PROVED
                  "  NOT AGREEING " WS-MONTHS-DIFFERENT
                  "  AWAITING CLOSE " WS-MONTHS-AWAITING
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "I" TO LOG-SEVERITY.
           IF WS-MONTHS-DIFFERENT > ZERO
               MOVE "W" TO LOG-SEVERITY
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "RECON PROVED " WS-MONTHS-PROVED
                  " DIFFER " WS-MONTHS-DIFFERENT
                  " AWAITING " WS-MONTHS-AWAITING
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           DISPLAY LOG-TEXT.
       4000-EXIT.
           EXIT.

       4100-PROVE-MONTH.
           MOVE SPACES TO WS-RECON-LINE.
           MOVE P-SNAP-MONTH TO WS-RL-MONTH.
           MOVE P-ROW-COUNT  TO WS-RL-SNAP-COUNT.
           MOVE P-ROW-TOTAL  TO WS-RL-SNAP-TOTAL.

           MOVE ZERO TO WS-CL-FOUND.
           PERFORM VARYING WS-CL-SUB FROM 1 BY 1
                   UNTIL WS-CL-SUB > WS-CLOSE-COUNT
               IF WS-CL-MONTH (WS-CL-SUB) = P-SNAP-MONTH
                   MOVE WS-CL-SUB TO WS-CL-FOUND
               END-IF
           END-PERFORM.
           IF WS-CL-FOUND = ZERO
               MOVE "AWAITING CLOSE" TO WS-RL-RESULT
               ADD 1 TO WS-MONTHS-AWAITING
               MOVE WS-RECON-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-CL-DATE (WS-CL-FOUND)  TO WS-RL-CLOSE-DATE.
           MOVE WS-CL-COUNT (WS-CL-FOUND) TO WS-RL-CLOSE-COUNT.
           MOVE WS-CL-TOTAL (WS-CL-FOUND) TO WS-RL-CLOSE-TOTAL.
           COMPUTE WS-DIFF-COUNT =
               P-ROW-COUNT - WS-CL-COUNT (WS-CL-FOUND).
           COMPUTE WS-DIFF-TOTAL =
               P-ROW-TOTAL - WS-CL-TOTAL (WS-CL-FOUND).
           IF WS-DIFF-COUNT = ZERO AND WS-DIFF-TOTAL = ZERO
               MOVE "PROVES" TO WS-RL-RESULT
               ADD 1 TO WS-MONTHS-PROVED
               MOVE WS-RECON-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 4100-EXIT
           END-IF.

           MOVE "** DIFFERS **" TO WS-RL-RESULT.
           ADD 1 TO WS-MONTHS-DIFFERENT.
           MOVE WS-RECON-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DIFF-COUNT TO WS-PRT-COUNT.
           MOVE WS-DIFF-TOTAL TO WS-PRT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "        DIFFERENCE " WS-PRT-COUNT
                  " RECORDS  " WS-PRT-AMOUNT " SALARY"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4100-EXIT.
           EXIT.

       9999-CLEANUP.
           IF NOT RECON-ONLY
               CLOSE EMPFILE
               CLOSE DEPT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           EXEC SQL
               DISCONNECT UMRCONNECT
           END-EXEC.
           DISPLAY "END OF PROCESSING".
           DISPLAY "SNAPSHOT ROWS     : " WS-SNAP-COUNT.
           DISPLAY "SNAPSHOT SALARY   : " WS-SNAP-TOTAL.
           DISPLAY "MONTHS PROVED     : " WS-MONTHS-PROVED.
           DISPLAY "MONTHS DIFFERING  : " WS-MONTHS-DIFFERENT.
           DISPLAY "MONTHS AWAITING   : " WS-MONTHS-AWAITING.
      * A FAILED SNAPSHOT IS AN ERROR; A MONTH THAT DOES NOT PROVE
      * IS A WARNING FOR THE STEP-CONTROL TABLE TO JUDGE.
           MOVE ZERO TO RETURN-CODE.
           IF OUT-OF-BALANCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF SNAP-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
