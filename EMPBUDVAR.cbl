      * LINE ALSO CARRIES THE DEPARTMENT'S AUTHORIZED SALARY TOTAL
      * FROM ITS POSITIONS, SO THE COMMITTEE SEES AUTHORIZED VERSUS
      * ACTUAL AS WELL AS ACTUAL VERSUS BUDGET.
      *
      * WITH "CONSOL" AS THE FIRST ARGUMENT (AND THE OPTIONAL BUDGET
      * YEAR SECOND) THE ACTUALS COME FROM THE CONSOLIDATED
      * MULTI-SITE EXTRACT (EMPCONSOL.DAT) IN THE CORPORATE CURRENCY
      * THE BUDGETS ARE SET IN, AND EACH DEPARTMENT LINE IS FOLLOWED
      * BY ONE LINE PER SITE SHOWING THAT SITE'S SHARE IN ITS OWN
      * CURRENCY AND CONVERTED. COST SPLITS ARE KEYED ON THE LOCAL
      * MASTER'S EMPIDS, WHICH OTHER SITES REUSE, SO THEY ARE NOT
      * APPLIED TO A CONSOLIDATED RUN.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        SELECT SPLIT-FILE ASSIGN "EMPSPLIT.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SPL-FILE-STATUS.
        SELECT CONSOL-FILE ASSIGN "EMPCONSOL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CON-FILE-STATUS.
        SELECT BUDPREP-FILE ASSIGN "BUDPREP"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
       FILE SECTION.

       FD EMPFILE
       RECORD VARYING FROM 90 TO 200.
       01 EMPREC.
          05 EMPID             PIC 9(05).
          05 EMPDEPT           PIC 9(03).
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
          05 BP-REASON         PIC X(30).
          05 FILLER            PIC X(04).

      * THE CONSOLIDATED EXTRACT: SITE, GLOBAL ID, THE SITE'S FULL
      * EMPREC IMAGE, AND THE CURRENCY CONVERSION EMPCONSOL APPLIED.
       FD CONSOL-FILE.
       01 CONSOL-LINE.
          05 CON-SITE-CODE     PIC X(02).
          05 FILLER            PIC X(01).
          05 CON-GLOBAL-ID     PIC 9(07).
          05 FILLER            PIC X(01).
          05 CON-EMPREC.
             10 CON-EMPID      PIC 9(05).
             10 CON-EMPDEPT    PIC 9(03).
             10 FILLER         PIC X(20).
             10 CON-EMPSALARY  PIC 9(06)V99.
             10 FILLER         PIC X(38).
             10 CON-EMP-STATUS PIC X(01).
                88 CON-TERMINATED VALUE "T".
             10 FILLER         PIC X(15).
          05 FILLER            PIC X(01).
          05 CON-CURRENCY      PIC X(03).
          05 FILLER            PIC X(01).
          05 CON-FX-RATE       PIC 9(03)V9(06).
          05 FILLER            PIC X(01).
          05 CON-CORP-SALARY   PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 BP-STATUS-OK       VALUE "00".
          05 WS-BP-AVAILABLE       PIC X(01) VALUE "N".
             88 BP-AVAILABLE       VALUE "Y".
          05 WS-CON-FILE-STATUS    PIC X(02) VALUE "00".
             88 CON-STATUS-OK      VALUE "00".
          05 WS-RUN-MODE           PIC X(06) VALUE SPACES.
             88 CONSOL-MODE        VALUE "CONSOL".

       01 WS-ARG                   PIC X(06) VALUE SPACES.

       01 WS-BUDGET-YEAR           PIC 9(04) VALUE ZERO.
       01 WS-PREV-DEPT             PIC 9(03) VALUE ZERO.
       01 WS-ACT-WORK-AMT          PIC 9(09)V99 VALUE ZERO.
       01 WS-ACT-HIT               PIC X(01) VALUE "N".

      * EACH DEPARTMENT'S ACTUALS BY SITE ON A CONSOLIDATED RUN, IN
      * THE SITE'S CURRENCY AND CONVERTED.
       01 WS-SAC-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-SAC-TABLE.
          05 WS-SAC-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-SAC-COUNT.
             10 WS-SAC-DEPT        PIC 9(03).
             10 WS-SAC-SITE        PIC X(02).
             10 WS-SAC-CCY         PIC X(03).
             10 WS-SAC-LOCAL       PIC 9(09)V99.
             10 WS-SAC-CORP        PIC 9(09)V99.
       01 WS-SAC-SUB               PIC 9(03).
       01 WS-SAC-HIT               PIC X(01) VALUE "N".
       01 WS-PRT-LOCAL             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-CORP              PIC ZZZ,ZZZ,ZZ9.99.

       01 FX-PARM.
          05 FX-SITE               PIC X(02).
          05 FX-DATE               PIC 9(08).
          05 FX-CURRENCY           PIC X(03).
          05 FX-SITE-NAME          PIC X(20).
          05 FX-CORP-CCY           PIC X(03).
          05 FX-RATE               PIC 9(03)V9(06).
          05 FX-RATE-DATE          PIC 9(08).
          05 FX-RESULT             PIC X(01).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           END-IF.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG = "CONSOL"
               MOVE WS-ARG TO WS-RUN-MODE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG
               END-ACCEPT
           END-IF.
           IF WS-ARG (1:4) NUMERIC
               MOVE WS-ARG (1:4) TO WS-BUDGET-YEAR
           ELSE
               MOVE ZERO TO WS-BUDGET-YEAR
           END-IF.
           IF WS-BUDGET-YEAR NOT = ZERO
               OPEN INPUT BUDPREP-FILE
               IF BP-STATUS-OK
           END-IF.

           PERFORM 1100-LOAD-AUTHORIZED THRU 1100-EXIT.
           IF CONSOL-MODE
               PERFORM 1300-OPEN-CONSOL THRU 1300-EXIT
           ELSE
               PERFORM 1200-LOAD-SPLITS THRU 1200-EXIT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT  NAME                  "
       1200-EXIT.
           EXIT.

       1300-OPEN-CONSOL.
           OPEN INPUT CONSOL-FILE.
           IF NOT CON-STATUS-OK
               DISPLAY "ERROR OPENING CONSOL-FILE - RUN EMPCONSOL FIRST"
               DISPLAY "FILE STATUS : " WS-CON-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO FX-SITE.
           CALL "GETBDATE" USING FX-DATE.
           CALL "FXRATE" USING FX-PARM.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONSOLIDATED ALL SITES - BUDGET AND ACTUAL IN "
                  FX-CORP-CCY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1300-EXIT.
           EXIT.

       1150-ACCUM-AUTH.
           MOVE "N" TO WS-AUTH-HIT.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
      * POPULATION EMPPAYSUM TOTALS. THE BROWSE RUNS IN DEPARTMENT
      * ORDER OFF THE ALTERNATE INDEX.
       2000-BUILD-REPORT.
           IF CONSOL-MODE
               PERFORM 2200-LOAD-CONSOL THRU 2200-EXIT
               GO TO 2000-REPORT
           END-IF.
           MOVE ZERO TO EMPDEPT.
           START EMPFILE KEY >= EMPDEPT
               INVALID KEY
               END-READ
           END-PERFORM.

       2000-REPORT.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACT-COUNT
               MOVE WS-ACT-DEPT (WS-ACT-SUB) TO WS-PREV-DEPT
       2150-EXIT.
           EXIT.

      * THE CONSOLIDATED EXTRACT IS IN EMPID ORDER, SO ACTUALS ARE
      * COLLECTED BY DEPARTMENT IN THE CORPORATE CURRENCY, AND BY
      * DEPARTMENT AND SITE IN BOTH CURRENCIES.
       2200-LOAD-CONSOL.
           PERFORM UNTIL EMP-FILE-END
               READ CONSOL-FILE
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF NOT CON-TERMINATED
                           MOVE CON-EMPDEPT TO WS-ACT-WORK-DEPT
                           MOVE CON-CORP-SALARY TO WS-ACT-WORK-AMT
                           PERFORM 2150-ADD-TO-ACTUALS THRU 2150-EXIT
                           PERFORM 2250-ADD-TO-SITE THRU 2250-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2250-ADD-TO-SITE.
           MOVE "N" TO WS-SAC-HIT.
           PERFORM VARYING WS-SAC-SUB FROM 1 BY 1
                   UNTIL WS-SAC-SUB > WS-SAC-COUNT
               IF WS-SAC-DEPT (WS-SAC-SUB) = CON-EMPDEPT
                       AND WS-SAC-SITE (WS-SAC-SUB) = CON-SITE-CODE
                   ADD CON-EMPSALARY TO WS-SAC-LOCAL (WS-SAC-SUB)
                   ADD CON-CORP-SALARY TO WS-SAC-CORP (WS-SAC-SUB)
                   MOVE "Y" TO WS-SAC-HIT
                   MOVE WS-SAC-COUNT TO WS-SAC-SUB
               END-IF
           END-PERFORM.
           IF WS-SAC-HIT = "N"
               IF WS-SAC-COUNT < 500
                   ADD 1 TO WS-SAC-COUNT
                   MOVE CON-EMPDEPT TO WS-SAC-DEPT (WS-SAC-COUNT)
                   MOVE CON-SITE-CODE TO WS-SAC-SITE (WS-SAC-COUNT)
                   MOVE CON-CURRENCY TO WS-SAC-CCY (WS-SAC-COUNT)
                   MOVE CON-EMPSALARY TO WS-SAC-LOCAL (WS-SAC-COUNT)
                   MOVE CON-CORP-SALARY TO WS-SAC-CORP (WS-SAC-COUNT)
               ELSE
                   DISPLAY "SITE ACTUALS TABLE FULL - DEPT "
                           CON-EMPDEPT " SITE " CON-SITE-CODE
                           " DROPPED"
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

       2300-WRITE-DEPT-LINE.
           MOVE WS-PREV-DEPT TO DEPT-NO.
           READ DEPT-FILE
               MOVE WS-PRT-AUTH TO REPORT-LINE (102:14)
           END-IF.
           WRITE REPORT-LINE.
           IF CONSOL-MODE
               PERFORM 2350-WRITE-SITE-LINES THRU 2350-EXIT
           END-IF.

           ADD 1 TO WS-DEPT-COUNT.
           MOVE ZERO TO WS-DEPT-ACTUAL.
       2300-EXIT.
           EXIT.

       2350-WRITE-SITE-LINES.
           PERFORM VARYING WS-SAC-SUB FROM 1 BY 1
                   UNTIL WS-SAC-SUB > WS-SAC-COUNT
               IF WS-SAC-DEPT (WS-SAC-SUB) = WS-PREV-DEPT
                   MOVE WS-SAC-LOCAL (WS-SAC-SUB) TO WS-PRT-LOCAL
                   MOVE WS-SAC-CORP (WS-SAC-SUB) TO WS-PRT-CORP
                   MOVE SPACES TO REPORT-LINE
                   STRING "      SITE " WS-SAC-SITE (WS-SAC-SUB)
                          "  " WS-SAC-CCY (WS-SAC-SUB)
                          " " WS-PRT-LOCAL
                          "  = " FX-CORP-CCY
                          " " WS-PRT-CORP
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
       2350-EXIT.
           EXIT.

       9999-CLEANUP.
           IF CONSOL-MODE
               CLOSE CONSOL-FILE
           END-IF.
           CLOSE EMPFILE.
           CLOSE DEPT-FILE.
           CLOSE REPORT-FILE.
