       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLVVAL.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTH-END LEAVE LIABILITY VALUATION AND ACCRUAL JOURNAL.
      *
      * VALUES EVERY BALANCE ON THE LEAVE LEDGER (EMPLEAVE) AT THE
      * EMPLOYEE'S DAILY RATE FROM EMPFILE - MONTHLY SALARY OVER
      * THE MONTH'S WORKING DAYS ON THE HOLIDAY CALENDAR OF THE
      * EMPLOYEE'S WORK LOCATION (EMPLOC, THROUGH LOCCAL), THE SAME
      * RATE THE FINAL-PAY RUN CASHES LEAVE OUT AT - AND TOTALS THE
      * LIABILITY BY HOME DEPARTMENT. A LEAVER STILL HOLDING A
      * BALANCE IS VALUED UNTIL THE FINAL PAY CLEARS IT.
      *
      * EACH DEPARTMENT'S VALUATION IS KEPT ON EMPLVVAL.HST. THE
      * MOVEMENT SINCE THE LAST MONTH VALUED IS JOURNALED TO
      * EMPLVLGL.DAT IN THE EMPGLPOST LAYOUT THROUGH GLMAP.DAT:
      *   INCREASE - DR LEAVEEXP (EXPENSE)  CR LEAVELIA (LIABILITY)
      *   DECREASE - DR LEAVELIA            CR LEAVEEXP
      * EVERY DEPARTMENT WITH A MOVEMENT MUST MAP BOTH ELEMENTS
      * BEFORE ANY LINE IS WRITTEN, AND THE JOURNAL MUST BALANCE,
      * OR THE RUN STOPS RC 8 WITH NO JOURNAL AND THE HISTORY
      * UNCHANGED. THE JOURNAL GOES TO FINANCE THROUGH EMPGLSEND
      * WITH "LEAVE" AS THE FIRST ARGUMENT.
      *
      * A RERUN IN THE SAME MONTH REVALUES AND REPLACES THAT
      * MONTH'S HISTORY, SO THE MOVEMENT IS ALWAYS AGAINST THE LAST
      * EARLIER MONTH. THE DEPARTMENT VALUATION REPORT GOES TO
      * EMPLVVAL.RPT. RC 4 WHEN A LEDGER EMPLOYEE IS NOT ON EMPFILE
      * OR HAS NO WORKING DAYS AT THEIR LOCATION THIS MONTH (LISTED
      * AND VALUED AT NIL).
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
        SELECT LEAVE-FILE ASSIGN "EMPLEAVE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-LVE-FILE-STATUS
                       RECORD KEY LVE-EMPID.
        SELECT LOC-FILE ASSIGN "EMPLOC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ELO-FILE-STATUS
                       RECORD KEY ELO-EMPID.
        SELECT GLMAP-FILE ASSIGN "GLMAP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GLM-FILE-STATUS.
        SELECT HISTORY-FILE ASSIGN "EMPLVVAL.HST"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-HST-FILE-STATUS.
        SELECT GLPOST-FILE ASSIGN "EMPLVLGL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GL-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPLVVAL.RPT"
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

       FD LEAVE-FILE
       RECORD 40.
       01 LEAVE-REC.
          05 LVE-EMPID         PIC 9(05).
          05 LVE-BALANCE-DAYS  PIC 9(03)V99.
          05 LVE-ACCRUED-YTD   PIC 9(03)V99.
          05 LVE-TAKEN-YTD     PIC 9(03)V99.
          05 LVE-LAST-ACCRUAL  PIC 9(08).
          05 FILLER            PIC X(12).

      * THE WORK LOCATION EACH EMPLOYEE IS PLACED AT (EMPLOCM).
       FD LOC-FILE
       RECORD 30.
       01 EMPLOC-REC.
          05 ELO-EMPID         PIC 9(05).
          05 ELO-LOCATION      PIC X(03).
          05 ELO-EFF-DATE      PIC 9(08).
          05 ELO-PRIOR-LOC     PIC X(03).
          05 ELO-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(03).

       FD GLMAP-FILE
       RECORD 30.
       01 GLMAP-REC.
          05 GLM-ELEMENT       PIC X(08).
          05 GLM-DEPT-FROM     PIC 9(03).
          05 GLM-DEPT-TO       PIC 9(03).
          05 GLM-ACCOUNT       PIC X(16).

      * ONE LINE PER DEPARTMENT PER MONTH VALUED. ONLY THE MONTH
      * BEFORE AND THE CURRENT MONTH ARE KEPT.
       FD HISTORY-FILE
       RECORD 30.
       01 HISTORY-REC.
          05 HST-PERIOD        PIC 9(06).
          05 HST-DEPT          PIC 9(03).
          05 HST-DAYS          PIC 9(05)V99.
          05 HST-VALUE         PIC 9(11)V99.
          05 FILLER            PIC X(01).

       FD GLPOST-FILE.
       01 GLPOST-LINE.
          05 GL-DEPT           PIC 9(03).
          05 FILLER            PIC X(02).
          05 GL-ACCOUNT        PIC X(16).
          05 FILLER            PIC X(02).
          05 GL-DRCR           PIC X(02).
          05 FILLER            PIC X(02).
          05 GL-AMOUNT         PIC 9(09).99.

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-LVE-FILE-STATUS    PIC X(02) VALUE "00".
             88 LVE-STATUS-OK      VALUE "00".
             88 LVE-FILE-NOT-FOUND VALUE "35".
          05 WS-LVE-FILE-END       PIC X(01) VALUE "N".
             88 LVE-FILE-END       VALUE "Y".
          05 WS-ELO-FILE-STATUS    PIC X(02) VALUE "00".
             88 ELO-STATUS-OK      VALUE "00".
             88 ELO-FILE-NOT-FOUND VALUE "35".
          05 WS-LOCATIONS-ACTIVE   PIC X(01) VALUE "N".
             88 LOCATIONS-ACTIVE   VALUE "Y".
          05 WS-GLM-FILE-STATUS    PIC X(02) VALUE "00".
             88 GLM-STATUS-OK      VALUE "00".
          05 WS-GLM-FILE-END       PIC X(01) VALUE "N".
             88 GLM-FILE-END       VALUE "Y".
          05 WS-GLM-HIT            PIC X(01) VALUE "N".
             88 GLM-FOUND          VALUE "Y".
          05 WS-GLM-COMPLETE       PIC X(01) VALUE "Y".
             88 GLM-COMPLETE       VALUE "Y".
          05 WS-HST-FILE-STATUS    PIC X(02) VALUE "00".
             88 HST-STATUS-OK      VALUE "00".
          05 WS-HST-FILE-END       PIC X(01) VALUE "N".
             88 HST-FILE-END       VALUE "Y".
          05 WS-GL-FILE-STATUS     PIC X(02) VALUE "00".
             88 GL-STATUS-OK       VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 WS-BUS-MONTH          PIC 9(02).
          05 WS-BUS-DAY            PIC 9(02).
       01 WS-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-PRIOR-PERIOD          PIC 9(06) VALUE ZERO.

       01 WS-COUNTS.
          05 WS-LEDGER-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-VALUED-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-MISSING-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-NO-DAYS-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-JOURNAL-COUNT      PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-TOTAL-DAYS         PIC 9(07)V99 VALUE ZERO.
          05 WS-TOTAL-VALUE        PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-PRIOR        PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-DR           PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-CR           PIC 9(11)V99 VALUE ZERO.

       01 WS-DAILY-RATE            PIC 9(05)V99 VALUE ZERO.
       01 WS-EMP-VALUE             PIC 9(09)V99 VALUE ZERO.
       01 WS-MOVEMENT              PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-MOVEMENT        PIC S9(11)V99 VALUE ZERO.
       01 WS-JOURNAL-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       01 WS-DR-ACCOUNT            PIC X(16) VALUE SPACES.
       01 WS-CR-ACCOUNT            PIC X(16) VALUE SPACES.

      * ONE SLOT PER DEPARTMENT NUMBER (DEPARTMENT + 1), SO THE
      * REPORT AND JOURNAL COME OUT IN DEPARTMENT ORDER.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 1000 TIMES.
             10 WS-DEPT-COUNT      PIC 9(05).
             10 WS-DEPT-DAYS       PIC 9(05)V99.
             10 WS-DEPT-VALUE      PIC 9(11)V99.
             10 WS-DEPT-PRIOR-DAYS PIC 9(05)V99.
             10 WS-DEPT-PRIOR      PIC 9(11)V99.
       01 WS-DEPT-SUB              PIC 9(04).
       01 WS-DEPT-NO               PIC 9(03).

      * WORKING-DAY WALK OF THE CURRENT MONTH, AS EMPPAYRUN DOES
      * FOR FINAL-PAY LEAVE CASH-OUT. LOCCAL DECIDES EACH DAY.
      * WS-HO-WORK-DAYS IS HEAD OFFICE'S COUNT, WS-WORK-DAYS THE
      * COUNT AT THE EMPLOYEE BEING VALUED.
       01 WS-HO-WORK-DAYS          PIC 9(02) VALUE ZERO.
       01 WS-WORK-DAYS             PIC 9(02) VALUE ZERO.
       01 WS-WALK-DATE             PIC 9(08) VALUE ZERO.
       01 WS-WALK-INT              PIC 9(08) COMP.
       01 WS-MONTH-START-INT       PIC 9(08) COMP.
       01 WS-MONTH-END-INT         PIC 9(08) COMP.
       01 WS-NEXT-MONTH            PIC 9(02).
       01 WS-NEXT-YEAR             PIC 9(04).
       01 WS-FIRST-OF-MONTH        PIC 9(08).
       01 WS-DAY-IS-BUSINESS       PIC X(01) VALUE "N".
       01 WS-EMP-LOCATION          PIC X(03) VALUE SPACES.
       01 LC-PARM.
          05 LC-REQUEST            PIC X(01).
          05 LC-LOCATION           PIC X(03).
          05 LC-DATE               PIC 9(08).
          05 LC-NAME               PIC X(20).
          05 LC-STATE              PIC X(02).
          05 LC-RATES-FILE         PIC X(12).
          05 LC-WORK-DAY           PIC X(01).
          05 LC-RESULT             PIC X(01).

       01 WS-GLM-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-GLM-TABLE.
          05 WS-GLM-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-GLM-COUNT.
             10 WS-GLM-ELEM        PIC X(08).
             10 WS-GLM-FROM        PIC 9(03).
             10 WS-GLM-TO          PIC 9(03).
             10 WS-GLM-ACCT        PIC X(16).
       01 WS-GLM-SUB               PIC 9(03).
       01 WS-GL-ELEMENT            PIC X(08) VALUE SPACES.
       01 WS-GL-LOOKUP-DEPT        PIC 9(03) VALUE ZERO.
       01 WS-GL-ACCOUNT-FOUND      PIC X(16) VALUE SPACES.

       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-DAYS              PIC ZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-1          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-2          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-MOVEMENT          PIC -ZZZ,ZZZ,ZZ9.99.
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPLVVAL".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-VALUE-LEDGER THRU 2000-EXIT.
           PERFORM 3000-CHECK-GL-MAP THRU 3000-EXIT.
           PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
           PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
           PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD.
           INITIALIZE WS-DEPT-TABLE.

           OPEN INPUT LEAVE-FILE.
           IF LVE-FILE-NOT-FOUND
               DISPLAY "NO LEAVE LEDGER - RUN EMPLVACC FIRST"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT LVE-STATUS-OK
               DISPLAY "ERROR OPENING LEAVE-FILE"
               DISPLAY "FILE STATUS : " WS-LVE-FILE-STATUS
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

           PERFORM 1100-OPEN-LOCATIONS THRU 1100-EXIT.
           PERFORM 1200-COUNT-MONTH-WORK-DAYS THRU 1200-EXIT.
           PERFORM 1300-LOAD-GL-MAP THRU 1300-EXIT.
           PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      * NO LOCATION FILE MEANS EVERYONE IS ON THE HEAD OFFICE
      * CALENDAR.
       1100-OPEN-LOCATIONS.
           OPEN INPUT LOC-FILE.
           IF ELO-FILE-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.
           IF NOT ELO-STATUS-OK
               DISPLAY "ERROR OPENING LOC-FILE"
               DISPLAY "FILE STATUS : " WS-ELO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO WS-LOCATIONS-ACTIVE.
       1100-EXIT.
           EXIT.

      * THE MONTH'S BOUNDS, AND HEAD OFFICE'S WORKING DAYS IN IT.
       1200-COUNT-MONTH-WORK-DAYS.
           MOVE WS-BUSINESS-DATE TO WS-FIRST-OF-MONTH.
           MOVE 01 TO WS-FIRST-OF-MONTH (7:2).
           IF WS-BUS-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-BUS-YEAR + 1
               MOVE 01 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-BUS-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-BUS-MONTH + 1
           END-IF.
           COMPUTE WS-WALK-DATE =
               (WS-NEXT-YEAR * 10000) + (WS-NEXT-MONTH * 100) + 1.
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-WALK-DATE) - 1.
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-FIRST-OF-MONTH).

           MOVE SPACES TO WS-EMP-LOCATION.
           PERFORM 1205-COUNT-WORK-DAYS THRU 1205-EXIT.
           IF WS-WORK-DAYS = ZERO
               DISPLAY "NO WORKING DAYS IN PERIOD - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-WORK-DAYS TO WS-HO-WORK-DAYS.
           DISPLAY "WORKING DAYS THIS PERIOD: " WS-WORK-DAYS.
       1200-EXIT.
           EXIT.

      * WS-WORK-DAYS FOR THE MONTH AT WS-EMP-LOCATION.
       1205-COUNT-WORK-DAYS.
           MOVE ZERO TO WS-WORK-DAYS.
           MOVE WS-MONTH-START-INT TO WS-WALK-INT.
           PERFORM 1210-COUNT-ONE-DAY THRU 1210-EXIT
               UNTIL WS-WALK-INT > WS-MONTH-END-INT.
       1205-EXIT.
           EXIT.

       1210-COUNT-ONE-DAY.
           COMPUTE WS-WALK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
           MOVE "D" TO LC-REQUEST.
           MOVE WS-EMP-LOCATION TO LC-LOCATION.
           MOVE WS-WALK-DATE TO LC-DATE.
           CALL "LOCCAL" USING LC-PARM.
           MOVE LC-WORK-DAY TO WS-DAY-IS-BUSINESS.
           IF WS-DAY-IS-BUSINESS = "Y"
               ADD 1 TO WS-WORK-DAYS
           END-IF.
           ADD 1 TO WS-WALK-INT.
       1210-EXIT.
           EXIT.

      * THE GL ACCOUNT MAPPING MASTER IS MANDATORY - WITHOUT IT
      * NOTHING CAN POST.
       1300-LOAD-GL-MAP.
           OPEN INPUT GLMAP-FILE.
           IF NOT GLM-STATUS-OK
               DISPLAY "ERROR OPENING GLMAP-FILE"
               DISPLAY "FILE STATUS : " WS-GLM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL GLM-FILE-END
               READ GLMAP-FILE
                   AT END
                       MOVE "Y" TO WS-GLM-FILE-END
                   NOT AT END
                       IF WS-GLM-COUNT >= 100
                           DISPLAY "GL MAP TABLE FULL - "
                                   "RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-GLM-COUNT
                           MOVE GLM-ELEMENT TO
                               WS-GLM-ELEM (WS-GLM-COUNT)
                           MOVE GLM-DEPT-FROM TO
                               WS-GLM-FROM (WS-GLM-COUNT)
                           MOVE GLM-DEPT-TO TO
                               WS-GLM-TO (WS-GLM-COUNT)
                           MOVE GLM-ACCOUNT TO
                               WS-GLM-ACCT (WS-GLM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.
       1300-EXIT.
           EXIT.

      * THE PRIOR VALUATION IS THE LATEST MONTH ON THE HISTORY
      * BEFORE THIS ONE. NO HISTORY (THE FIRST MONTH RUN) MEANS THE
      * WHOLE LIABILITY IS BOOKED AS THIS MONTH'S MOVEMENT.
       1400-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT HST-STATUS-OK
               DISPLAY "NO LEAVE VALUATION HISTORY - FULL LIABILITY "
                       "BOOKED THIS MONTH"
               GO TO 1400-EXIT
           END-IF.
           PERFORM UNTIL HST-FILE-END
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HST-FILE-END
                   NOT AT END
                       IF HST-PERIOD < WS-PERIOD
                           PERFORM 1410-TAKE-HISTORY THRU 1410-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF WS-PRIOR-PERIOD > ZERO
               DISPLAY "MOVEMENT IS AGAINST VALUATION OF "
                       WS-PRIOR-PERIOD
           END-IF.
       1400-EXIT.
           EXIT.

       1410-TAKE-HISTORY.
           IF HST-PERIOD < WS-PRIOR-PERIOD
               GO TO 1410-EXIT
           END-IF.
           IF HST-PERIOD > WS-PRIOR-PERIOD
               MOVE HST-PERIOD TO WS-PRIOR-PERIOD
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > 1000
                   MOVE ZERO TO WS-DEPT-PRIOR-DAYS (WS-DEPT-SUB)
                   MOVE ZERO TO WS-DEPT-PRIOR (WS-DEPT-SUB)
               END-PERFORM
           END-IF.
           COMPUTE WS-DEPT-SUB = HST-DEPT + 1.
           ADD HST-DAYS TO WS-DEPT-PRIOR-DAYS (WS-DEPT-SUB).
           ADD HST-VALUE TO WS-DEPT-PRIOR (WS-DEPT-SUB).
       1410-EXIT.
           EXIT.

       2000-VALUE-LEDGER.
           MOVE ZERO TO LVE-EMPID.
           START LEAVE-FILE KEY >= LVE-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-LVE-FILE-END
           END-START.
           PERFORM UNTIL LVE-FILE-END
               READ LEAVE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LVE-FILE-END
                   NOT AT END
                       ADD 1 TO WS-LEDGER-COUNT
                       IF LVE-BALANCE-DAYS > ZERO
                           PERFORM 2100-VALUE-ONE-BALANCE
                               THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * THE DAILY RATE IS WORKED EXACTLY AS THE FINAL-PAY CASH-OUT
      * WORKS IT - OVER THE WORKING DAYS AT THE EMPLOYEE'S OWN
      * LOCATION - SO THE LIABILITY BOOKED IS WHAT A LEAVER WOULD BE
      * PAID.
       2100-VALUE-ONE-BALANCE.
           MOVE LVE-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   DISPLAY "LEAVE BALANCE FOR EMPID " LVE-EMPID
                           " NOT ON EMPFILE - NOT VALUED"
                   ADD 1 TO WS-MISSING-COUNT
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 2150-FIND-LOCATION THRU 2150-EXIT.
           IF WS-EMP-LOCATION = SPACES
               MOVE WS-HO-WORK-DAYS TO WS-WORK-DAYS
           ELSE
               PERFORM 1205-COUNT-WORK-DAYS THRU 1205-EXIT
           END-IF.
           IF WS-WORK-DAYS = ZERO
               DISPLAY "NO WORKING DAYS AT LOCATION " WS-EMP-LOCATION
                       " FOR EMPID " LVE-EMPID " - NOT VALUED"
               ADD 1 TO WS-NO-DAYS-COUNT
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-DAILY-RATE ROUNDED =
               (EMPSALARY / 12) / WS-WORK-DAYS.
           COMPUTE WS-EMP-VALUE ROUNDED =
               LVE-BALANCE-DAYS * WS-DAILY-RATE.
           COMPUTE WS-DEPT-SUB = EMPDEPT + 1.
           ADD 1 TO WS-DEPT-COUNT (WS-DEPT-SUB).
           ADD LVE-BALANCE-DAYS TO WS-DEPT-DAYS (WS-DEPT-SUB).
           ADD WS-EMP-VALUE TO WS-DEPT-VALUE (WS-DEPT-SUB).
           ADD 1 TO WS-VALUED-COUNT.
       2100-EXIT.
           EXIT.

      * THE LOCATION IN FORCE ON THE BUSINESS DATE; UNPLACED STAFF
      * ARE AT HEAD OFFICE (SPACES).
       2150-FIND-LOCATION.
           MOVE SPACES TO WS-EMP-LOCATION.
           IF NOT LOCATIONS-ACTIVE
               GO TO 2150-EXIT
           END-IF.
           MOVE EMPID TO ELO-EMPID.
           READ LOC-FILE
               INVALID KEY
                   GO TO 2150-EXIT
           END-READ.
           IF ELO-EFF-DATE <= WS-BUSINESS-DATE
               MOVE ELO-LOCATION TO WS-EMP-LOCATION
           ELSE
               MOVE ELO-PRIOR-LOC TO WS-EMP-LOCATION
           END-IF.
       2150-EXIT.
           EXIT.

      * EVERY DEPARTMENT THAT HAS A MOVEMENT TO POST IS PROVED
      * AGAINST BOTH LEAVE ELEMENTS BEFORE A SINGLE LINE IS WRITTEN.
       3000-CHECK-GL-MAP.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 1000
               IF WS-DEPT-VALUE (WS-DEPT-SUB)
                       NOT = WS-DEPT-PRIOR (WS-DEPT-SUB)
                   COMPUTE WS-GL-LOOKUP-DEPT = WS-DEPT-SUB - 1
                   MOVE "LEAVEEXP" TO WS-GL-ELEMENT
                   PERFORM 3100-FIND-GL-ACCOUNT THRU 3100-EXIT
                   IF NOT GLM-FOUND
                       DISPLAY "NO GL MAPPING FOR ELEMENT "
                               WS-GL-ELEMENT " DEPT "
                               WS-GL-LOOKUP-DEPT
                       MOVE "N" TO WS-GLM-COMPLETE
                   END-IF
                   MOVE "LEAVELIA" TO WS-GL-ELEMENT
                   PERFORM 3100-FIND-GL-ACCOUNT THRU 3100-EXIT
                   IF NOT GLM-FOUND
                       DISPLAY "NO GL MAPPING FOR ELEMENT "
                               WS-GL-ELEMENT " DEPT "
                               WS-GL-LOOKUP-DEPT
                       MOVE "N" TO WS-GLM-COMPLETE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT GLM-COMPLETE
               DISPLAY "GL MAP IS INCOMPLETE - NO LEAVE JOURNAL "
                       "WRITTEN"
               MOVE "E" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "LEAVE VALUATION " WS-PERIOD
                      " STOPPED - GL MAP INCOMPLETE"
                   DELIMITED BY SIZE INTO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       3000-EXIT.
           EXIT.

      * LATEST-WINS LOOKUP OF ELEMENT PLUS DEPARTMENT RANGE. A MISS
      * LEAVES GLM-FOUND OFF FOR THE CALLER TO HANDLE.
       3100-FIND-GL-ACCOUNT.
           MOVE "N" TO WS-GLM-HIT.
           MOVE SPACES TO WS-GL-ACCOUNT-FOUND.
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GLM-COUNT
               IF WS-GLM-ELEM (WS-GLM-SUB) = WS-GL-ELEMENT
                       AND WS-GL-LOOKUP-DEPT
                           >= WS-GLM-FROM (WS-GLM-SUB)
                       AND WS-GL-LOOKUP-DEPT
                           <= WS-GLM-TO (WS-GLM-SUB)
                   MOVE "Y" TO WS-GLM-HIT
                   MOVE WS-GLM-ACCT (WS-GLM-SUB)
                       TO WS-GL-ACCOUNT-FOUND
               END-IF
           END-PERFORM.
       3100-EXIT.
           EXIT.

      * ONE DR/CR PAIR PER DEPARTMENT WHOSE LIABILITY MOVED. THE
      * JOURNAL IS REBUILT EACH RUN - IT HOLDS ONLY THIS MONTH.
       4000-WRITE-JOURNAL.
           OPEN OUTPUT GLPOST-FILE.
           IF NOT GL-STATUS-OK
               DISPLAY "ERROR OPENING GLPOST-FILE"
               DISPLAY "FILE STATUS : " WS-GL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 4100-JOURNAL-ONE-DEPT THRU 4100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 1000.
           CLOSE GLPOST-FILE.

           IF WS-TOTAL-DR NOT = WS-TOTAL-CR
               DISPLAY "LEAVE JOURNAL OUT OF BALANCE"
               DISPLAY "DEBITS      : " WS-TOTAL-DR
               DISPLAY "CREDITS     : " WS-TOTAL-CR
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               MOVE "E" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "LEAVE JOURNAL " WS-PERIOD
                      " OUT OF BALANCE - NOT RELEASED"
                   DELIMITED BY SIZE INTO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       4000-EXIT.
           EXIT.

       4100-JOURNAL-ONE-DEPT.
           COMPUTE WS-MOVEMENT = WS-DEPT-VALUE (WS-DEPT-SUB)
               - WS-DEPT-PRIOR (WS-DEPT-SUB).
           ADD WS-DEPT-VALUE (WS-DEPT-SUB) TO WS-TOTAL-VALUE.
           ADD WS-DEPT-PRIOR (WS-DEPT-SUB) TO WS-TOTAL-PRIOR.
           ADD WS-DEPT-DAYS (WS-DEPT-SUB) TO WS-TOTAL-DAYS.
           IF WS-MOVEMENT = ZERO
               GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-GL-LOOKUP-DEPT = WS-DEPT-SUB - 1.
           MOVE "LEAVEEXP" TO WS-GL-ELEMENT.
           PERFORM 3100-FIND-GL-ACCOUNT THRU 3100-EXIT.
           IF WS-MOVEMENT > ZERO
               MOVE WS-GL-ACCOUNT-FOUND TO WS-DR-ACCOUNT
               MOVE WS-MOVEMENT TO WS-JOURNAL-AMOUNT
           ELSE
               MOVE WS-GL-ACCOUNT-FOUND TO WS-CR-ACCOUNT
               COMPUTE WS-JOURNAL-AMOUNT = 0 - WS-MOVEMENT
           END-IF.
           MOVE "LEAVELIA" TO WS-GL-ELEMENT.
           PERFORM 3100-FIND-GL-ACCOUNT THRU 3100-EXIT.
           IF WS-MOVEMENT > ZERO
               MOVE WS-GL-ACCOUNT-FOUND TO WS-CR-ACCOUNT
           ELSE
               MOVE WS-GL-ACCOUNT-FOUND TO WS-DR-ACCOUNT
           END-IF.

           MOVE SPACES TO GLPOST-LINE.
           MOVE WS-GL-LOOKUP-DEPT TO GL-DEPT.
           MOVE WS-DR-ACCOUNT TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           MOVE WS-JOURNAL-AMOUNT TO GL-AMOUNT.
           WRITE GLPOST-LINE.
           ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-DR.

           MOVE SPACES TO GLPOST-LINE.
           MOVE WS-GL-LOOKUP-DEPT TO GL-DEPT.
           MOVE WS-CR-ACCOUNT TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           MOVE WS-JOURNAL-AMOUNT TO GL-AMOUNT.
           WRITE GLPOST-LINE.
           ADD WS-JOURNAL-AMOUNT TO WS-TOTAL-CR.
           ADD 2 TO WS-JOURNAL-COUNT.
       4100-EXIT.
           EXIT.

      * ONE LINE PER DEPARTMENT HOLDING A LIABILITY THIS MONTH OR
      * LAST, THEN THE TOTALS.
       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "LEAVE LIABILITY VALUATION FOR PERIOD " WS-PERIOD
                  "   HEAD OFFICE WORKING DAYS " WS-HO-WORK-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRIOR VALUATION PERIOD " WS-PRIOR-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT  EMPS  DAYS HELD       LIABILITY"
                  "     PRIOR MONTH        MOVEMENT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 5100-REPORT-ONE-DEPT THRU 5100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 1000.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-TOTAL-MOVEMENT = WS-TOTAL-VALUE - WS-TOTAL-PRIOR.
           MOVE WS-VALUED-COUNT TO WS-PRT-COUNT.
           MOVE WS-TOTAL-DAYS TO WS-PRT-DAYS.
           MOVE WS-TOTAL-VALUE TO WS-PRT-AMOUNT-1.
           MOVE WS-TOTAL-PRIOR TO WS-PRT-AMOUNT-2.
           MOVE WS-TOTAL-MOVEMENT TO WS-PRT-MOVEMENT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTL " WS-PRT-COUNT " " WS-PRT-DAYS " "
                  WS-PRT-AMOUNT-1 "  " WS-PRT-AMOUNT-2 " "
                  WS-PRT-MOVEMENT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MISSING-COUNT > ZERO
               MOVE WS-MISSING-COUNT TO WS-PRT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "BALANCES NOT VALUED (EMPLOYEE NOT ON "
                      "EMPFILE): " WS-PRT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-NO-DAYS-COUNT > ZERO
               MOVE WS-NO-DAYS-COUNT TO WS-PRT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "BALANCES NOT VALUED (NO WORKING DAYS AT "
                      "LOCATION): " WS-PRT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
       5000-EXIT.
           EXIT.

       5100-REPORT-ONE-DEPT.
           IF WS-DEPT-VALUE (WS-DEPT-SUB) = ZERO
                   AND WS-DEPT-PRIOR (WS-DEPT-SUB) = ZERO
                   AND WS-DEPT-COUNT (WS-DEPT-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-DEPT-NO = WS-DEPT-SUB - 1.
           COMPUTE WS-MOVEMENT = WS-DEPT-VALUE (WS-DEPT-SUB)
               - WS-DEPT-PRIOR (WS-DEPT-SUB).
           MOVE WS-DEPT-COUNT (WS-DEPT-SUB) TO WS-PRT-COUNT.
           MOVE WS-DEPT-DAYS (WS-DEPT-SUB) TO WS-PRT-DAYS.
           MOVE WS-DEPT-VALUE (WS-DEPT-SUB) TO WS-PRT-AMOUNT-1.
           MOVE WS-DEPT-PRIOR (WS-DEPT-SUB) TO WS-PRT-AMOUNT-2.
           MOVE WS-MOVEMENT TO WS-PRT-MOVEMENT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-DEPT-NO "  " WS-PRT-COUNT " " WS-PRT-DAYS " "
                  WS-PRT-AMOUNT-1 "  " WS-PRT-AMOUNT-2 " "
                  WS-PRT-MOVEMENT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5100-EXIT.
           EXIT.

      * THE HISTORY IS REWRITTEN WITH THE PRIOR MONTH (SO A RERUN
      * THIS MONTH STILL MEASURES AGAINST IT) AND THIS MONTH.
       6000-WRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE.
           IF NOT HST-STATUS-OK
               DISPLAY "ERROR OPENING HISTORY-FILE"
               DISPLAY "FILE STATUS : " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 1000
               IF WS-PRIOR-PERIOD > ZERO
                       AND WS-DEPT-PRIOR (WS-DEPT-SUB) > ZERO
                   MOVE SPACES TO HISTORY-REC
                   MOVE WS-PRIOR-PERIOD TO HST-PERIOD
                   COMPUTE HST-DEPT = WS-DEPT-SUB - 1
                   MOVE WS-DEPT-PRIOR-DAYS (WS-DEPT-SUB) TO HST-DAYS
                   MOVE WS-DEPT-PRIOR (WS-DEPT-SUB) TO HST-VALUE
                   WRITE HISTORY-REC
               END-IF
               IF WS-DEPT-VALUE (WS-DEPT-SUB) > ZERO
                   MOVE SPACES TO HISTORY-REC
                   MOVE WS-PERIOD TO HST-PERIOD
                   COMPUTE HST-DEPT = WS-DEPT-SUB - 1
                   MOVE WS-DEPT-DAYS (WS-DEPT-SUB) TO HST-DAYS
                   MOVE WS-DEPT-VALUE (WS-DEPT-SUB) TO HST-VALUE
                   WRITE HISTORY-REC
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
       6000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE LEAVE-FILE.
           CLOSE EMPFILE.
           IF LOCATIONS-ACTIVE
               CLOSE LOC-FILE
           END-IF.

           COMPUTE WS-TOTAL-MOVEMENT = WS-TOTAL-VALUE - WS-TOTAL-PRIOR.
           MOVE WS-TOTAL-MOVEMENT TO WS-PRT-MOVEMENT.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "LEAVE LIABILITY " WS-PERIOD " MOVEMENT "
                  WS-PRT-MOVEMENT " LINES " WS-JOURNAL-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "LEDGER RECORDS READ   : " WS-LEDGER-COUNT.
           DISPLAY "BALANCES VALUED       : " WS-VALUED-COUNT.
           DISPLAY "NOT ON EMPFILE        : " WS-MISSING-COUNT.
           DISPLAY "NO DAYS AT LOCATION   : " WS-NO-DAYS-COUNT.
           DISPLAY "LIABILITY THIS MONTH  : " WS-TOTAL-VALUE.
           DISPLAY "LIABILITY PRIOR MONTH : " WS-TOTAL-PRIOR.
           DISPLAY "MOVEMENT POSTED       : " WS-PRT-MOVEMENT.
           DISPLAY "JOURNAL LINES WRITTEN : " WS-JOURNAL-COUNT.

      * SET LAST - THE LOGMSG CALL ABOVE RESETS RETURN-CODE.
           IF WS-MISSING-COUNT > ZERO OR WS-NO-DAYS-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
