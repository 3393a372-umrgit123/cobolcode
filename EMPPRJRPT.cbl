       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPRJRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTHLY LABOUR COST BY PROJECT AND PROJECT RECHARGE JOURNAL.
      *
      * EMPSPLIT SHARES SALARY COST BETWEEN DEPARTMENTS BY FIXED
      * PERCENTAGES. CLIENT-BILLABLE TEAMS INSTEAD BOOK ACTUAL
      * HOURS TO PROJECT CODES ON THEIR TIMESHEETS; EMPTIMED EDITS
      * THEM ONTO EMPPROJ.EDT. THIS RUN COSTS EVERY CLEAN PROJECT
      * LINE FOR THE PERIOD AT THE EMPLOYEE'S HOURLY COST - ANNUAL
      * EMPSALARY OVER 2080 HOURS, THE SAME BASIS EMPPAYRUN USES -
      * AND TOTALS HOURS AND COST BY PROJECT, WITH BILLABLE AND
      * NON-BILLABLE PROJECTS SUBTOTALED SEPARATELY. THE EMPLOYEE'S
      * GRADE MUST BE ON GRADEMAST.DAT FOR THE HOURS TO BE COSTED.
      *
      * PROJMAST.DAT - ONE LINE PER PROJECT: CODE X(6), NAME X(20),
      *                OWNING DEPARTMENT 9(3), STATUS (O OPEN,
      *                C CLOSED), BILLABLE FLAG (Y/N). A CLOSED
      *                PROJECT STILL COSTS HOURS BOOKED BEFORE IT
      *                CLOSED.
      *
      * THE COST IS RECHARGED FROM EACH EMPLOYEE'S HOME DEPARTMENT
      * TO THE PROJECT'S OWNING DEPARTMENT BY A JOURNAL TO
      * EMPPRJGL.DAT IN THE EMPGLPOST LAYOUT THROUGH GLMAP.DAT:
      *   DR PROJCOST FOR THE OWNING DEPARTMENT
      *   CR PROJRCHG FOR THE HOME DEPARTMENT
      * ONE PAIR PER PROJECT AND HOME DEPARTMENT. EVERY DEPARTMENT
      * INVOLVED MUST MAP ITS ELEMENT BEFORE ANY LINE IS WRITTEN,
      * AND THE JOURNAL MUST BALANCE, OR THE RUN STOPS RC 8 WITH NO
      * JOURNAL. THE JOURNAL GOES TO FINANCE THROUGH EMPGLSEND WITH
      * "PROJ" AS THE FIRST ARGUMENT.
      *
      * THE PERIOD (YYYYMM) IS THE FIRST ARGUMENT, DEFAULTING TO THE
      * BUSINESS MONTH. THE REPORT GOES TO EMPPRJRPT.DAT. RC 4 WHEN
      * A LINE CANNOT BE COSTED (EMPLOYEE NOT ON EMPFILE, GRADE NOT
      * ON GRADEMAST.DAT, PROJECT NO LONGER ON THE MASTER) - EACH IS
      * LISTED AND LEFT OUT OF THE COST AND THE JOURNAL.
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
        SELECT HOURS-FILE ASSIGN "EMPPROJ.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-HRS-FILE-STATUS.
        SELECT PROJECT-FILE ASSIGN "PROJMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRJ-FILE-STATUS.
        SELECT GRADE-FILE ASSIGN "GRADEMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GRADE-FILE-STATUS.
        SELECT GLMAP-FILE ASSIGN "GLMAP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GLM-FILE-STATUS.
        SELECT GLPOST-FILE ASSIGN "EMPPRJGL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GL-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPPRJRPT.DAT"
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

      * CLEAN PROJECT HOURS AS EMPTIMED WRITES THEM.
       FD HOURS-FILE
       RECORD 20.
       01 HOURS-REC.
          05 PH-EMPID          PIC 9(05).
          05 PH-PERIOD         PIC 9(06).
          05 PH-PROJECT        PIC X(06).
          05 PH-HOURS          PIC 9(03).

       FD PROJECT-FILE
       RECORD 31.
       01 PROJECT-REC.
          05 PRJ-CODE          PIC X(06).
          05 PRJ-NAME          PIC X(20).
          05 PRJ-DEPT          PIC 9(03).
          05 PRJ-STATUS        PIC X(01).
          05 PRJ-BILLABLE      PIC X(01).

       FD GRADE-FILE
       RECORD 15.
       01 GRADE-REC.
          05 GRD-GRADE         PIC X(02).
          05 GRD-MIN-SALARY    PIC 9(06).
          05 GRD-MAX-SALARY    PIC 9(06).
          05 GRD-PAY-BY-HOURS  PIC X(01).

       FD GLMAP-FILE
       RECORD 30.
       01 GLMAP-REC.
          05 GLM-ELEMENT       PIC X(08).
          05 GLM-DEPT-FROM     PIC 9(03).
          05 GLM-DEPT-TO       PIC 9(03).
          05 GLM-ACCOUNT       PIC X(16).

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
          05 WS-HRS-FILE-STATUS    PIC X(02) VALUE "00".
             88 HRS-STATUS-OK      VALUE "00".
          05 WS-HRS-FILE-END       PIC X(01) VALUE "N".
             88 HRS-FILE-END       VALUE "Y".
          05 WS-PRJ-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRJ-STATUS-OK      VALUE "00".
          05 WS-PRJ-FILE-END       PIC X(01) VALUE "N".
             88 PRJ-FILE-END       VALUE "Y".
          05 WS-GRADE-FILE-STATUS  PIC X(02) VALUE "00".
             88 GRADE-FILE-STATUS-OK VALUE "00".
          05 WS-GRADE-FILE-END     PIC X(01) VALUE "N".
             88 GRADE-FILE-END     VALUE "Y".
          05 WS-GRADE-HIT          PIC X(01) VALUE "N".
             88 GRADE-FOUND        VALUE "Y".
          05 WS-GLM-FILE-STATUS    PIC X(02) VALUE "00".
             88 GLM-STATUS-OK      VALUE "00".
          05 WS-GLM-FILE-END       PIC X(01) VALUE "N".
             88 GLM-FILE-END       VALUE "Y".
          05 WS-GLM-HIT            PIC X(01) VALUE "N".
             88 GLM-FOUND          VALUE "Y".
          05 WS-GLM-COMPLETE       PIC X(01) VALUE "Y".
             88 GLM-COMPLETE       VALUE "Y".
          05 WS-GL-FILE-STATUS     PIC X(02) VALUE "00".
             88 GL-STATUS-OK       VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-ARG            PIC X(06) VALUE SPACES.

       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-OTHER-PERIOD-COUNT PIC 9(05) VALUE ZERO.
          05 WS-COSTED-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-UNCOSTED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-JOURNAL-COUNT      PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-BILL-HOURS         PIC 9(07) VALUE ZERO.
          05 WS-BILL-COST          PIC 9(11)V99 VALUE ZERO.
          05 WS-NONBILL-HOURS      PIC 9(07) VALUE ZERO.
          05 WS-NONBILL-COST       PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-HOURS        PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-COST         PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-DR           PIC 9(11)V99 VALUE ZERO.
          05 WS-TOTAL-CR           PIC 9(11)V99 VALUE ZERO.

       01 WS-HOURLY-COST           PIC 9(04)V99 VALUE ZERO.
       01 WS-LINE-COST             PIC 9(07)V99 VALUE ZERO.
       01 WS-REASON-TEXT           PIC X(30) VALUE SPACES.

       01 WS-GRADE-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-GRADE-TABLE.
          05 WS-VALID-GRADE        PIC X(02) OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-GRADE-COUNT.
       01 WS-GRADE-SUB             PIC 9(02).

      * PROJECTS IN MASTER FILE ORDER, WITH THE PERIOD'S TOTALS.
       01 WS-PRJ-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-PRJ-TABLE.
          05 WS-PRJ-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-PRJ-COUNT.
             10 WS-PT-CODE         PIC X(06).
             10 WS-PT-NAME         PIC X(20).
             10 WS-PT-DEPT         PIC 9(03).
             10 WS-PT-BILLABLE     PIC X(01).
             10 WS-PT-HOURS        PIC 9(05).
             10 WS-PT-COST         PIC 9(09)V99.
       01 WS-PRJ-SUB               PIC 9(03).

      * ONE RECHARGE PER PROJECT AND HOME DEPARTMENT.
       01 WS-RCH-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-RCH-TABLE.
          05 WS-RCH-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-RCH-COUNT.
             10 WS-RC-PRJ-SUB      PIC 9(03).
             10 WS-RC-HOME-DEPT    PIC 9(03).
             10 WS-RC-HOURS        PIC 9(05).
             10 WS-RC-COST         PIC 9(09)V99.
       01 WS-RCH-SUB               PIC 9(03).

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
       01 WS-PRT-HOURS             PIC ZZZ,ZZ9.
       01 WS-PRT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPPRJRP".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-COST-HOURS THRU 2000-EXIT.
           PERFORM 3000-CHECK-GL-MAP THRU 3000-EXIT.
           PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
           PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
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

      * NO PROJECT HOURS FILE MEANS NO PROJECT TIME HAS BEEN EDITED -
      * NOTHING TO COST OR RECHARGE.
           OPEN INPUT HOURS-FILE.
           IF NOT HRS-STATUS-OK
               DISPLAY "NO PROJECT HOURS - RUN EMPTIMED FIRST"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-PROJECTS THRU 1100-EXIT.
           PERFORM 1200-LOAD-GRADE-TABLE THRU 1200-EXIT.
           PERFORM 1300-LOAD-GL-MAP THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      * THE PROJECT MASTER IS MANDATORY HERE - WITHOUT IT THERE IS
      * NO OWNING DEPARTMENT TO RECHARGE TO.
       1100-LOAD-PROJECTS.
           OPEN INPUT PROJECT-FILE.
           IF NOT PRJ-STATUS-OK
               DISPLAY "ERROR OPENING PROJECT-FILE"
               DISPLAY "FILE STATUS : " WS-PRJ-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL PRJ-FILE-END
               READ PROJECT-FILE
                   AT END
                       MOVE "Y" TO WS-PRJ-FILE-END
                   NOT AT END
                       IF WS-PRJ-COUNT >= 200
                           DISPLAY "PROJECT TABLE FULL - "
                                   PRJ-CODE " DROPPED"
                       ELSE
                           ADD 1 TO WS-PRJ-COUNT
                           MOVE PRJ-CODE TO WS-PT-CODE (WS-PRJ-COUNT)
                           MOVE PRJ-NAME TO WS-PT-NAME (WS-PRJ-COUNT)
                           MOVE PRJ-DEPT TO WS-PT-DEPT (WS-PRJ-COUNT)
                           MOVE PRJ-BILLABLE TO
                               WS-PT-BILLABLE (WS-PRJ-COUNT)
                           MOVE ZERO TO WS-PT-HOURS (WS-PRJ-COUNT)
                           MOVE ZERO TO WS-PT-COST (WS-PRJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJECT-FILE.
       1100-EXIT.
           EXIT.

       1200-LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-FILE.
           IF NOT GRADE-FILE-STATUS-OK
               DISPLAY "ERROR OPENING GRADE-FILE"
               DISPLAY "FILE STATUS : " WS-GRADE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL GRADE-FILE-END
               READ GRADE-FILE
                   AT END
                       MOVE "Y" TO WS-GRADE-FILE-END
                   NOT AT END
                       IF WS-GRADE-COUNT >= 20
                           DISPLAY "GRADE TABLE FULL - RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE GRD-GRADE TO
                               WS-VALID-GRADE (WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.
       1200-EXIT.
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

       2000-COST-HOURS.
           PERFORM UNTIL HRS-FILE-END
               READ HOURS-FILE
                   AT END
                       MOVE "Y" TO WS-HRS-FILE-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF PH-PERIOD = WS-PERIOD
                           PERFORM 2100-COST-ONE-LINE THRU 2100-EXIT
                       ELSE
                           ADD 1 TO WS-OTHER-PERIOD-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-COST-ONE-LINE.
           PERFORM VARYING WS-PRJ-SUB FROM 1 BY 1
                   UNTIL WS-PRJ-SUB > WS-PRJ-COUNT
               IF WS-PT-CODE (WS-PRJ-SUB) = PH-PROJECT
                   GO TO 2100-HAVE-PROJECT
               END-IF
           END-PERFORM.
           MOVE "PROJECT NOT ON PROJECT MASTER" TO WS-REASON-TEXT.
           GO TO 2100-NOT-COSTED.

       2100-HAVE-PROJECT.
           MOVE PH-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON-TEXT
                   GO TO 2100-NOT-COSTED
           END-READ.

           MOVE "N" TO WS-GRADE-HIT.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               IF EMPGRADE = WS-VALID-GRADE (WS-GRADE-SUB)
                   MOVE "Y" TO WS-GRADE-HIT
                   MOVE WS-GRADE-COUNT TO WS-GRADE-SUB
               END-IF
           END-PERFORM.
           IF NOT GRADE-FOUND
               MOVE "GRADE NOT ON GRADE MASTER" TO WS-REASON-TEXT
               GO TO 2100-NOT-COSTED
           END-IF.

           COMPUTE WS-HOURLY-COST ROUNDED = EMPSALARY / 2080.
           COMPUTE WS-LINE-COST ROUNDED = PH-HOURS * WS-HOURLY-COST.
           ADD PH-HOURS TO WS-PT-HOURS (WS-PRJ-SUB).
           ADD WS-LINE-COST TO WS-PT-COST (WS-PRJ-SUB).
           PERFORM 2200-ADD-RECHARGE THRU 2200-EXIT.
           ADD 1 TO WS-COSTED-COUNT.
           GO TO 2100-EXIT.

       2100-NOT-COSTED.
           ADD 1 TO WS-UNCOSTED-COUNT.
           DISPLAY "NOT COSTED " PH-EMPID " " PH-PROJECT " "
                   PH-HOURS " - " WS-REASON-TEXT.
       2100-EXIT.
           EXIT.

       2200-ADD-RECHARGE.
           PERFORM VARYING WS-RCH-SUB FROM 1 BY 1
                   UNTIL WS-RCH-SUB > WS-RCH-COUNT
               IF WS-RC-PRJ-SUB (WS-RCH-SUB) = WS-PRJ-SUB
                       AND WS-RC-HOME-DEPT (WS-RCH-SUB) = EMPDEPT
                   GO TO 2200-ADD
               END-IF
           END-PERFORM.
           IF WS-RCH-COUNT >= 500
               DISPLAY "RECHARGE TABLE FULL - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-RCH-COUNT.
           MOVE WS-RCH-COUNT TO WS-RCH-SUB.
           MOVE WS-PRJ-SUB TO WS-RC-PRJ-SUB (WS-RCH-SUB).
           MOVE EMPDEPT TO WS-RC-HOME-DEPT (WS-RCH-SUB).
           MOVE ZERO TO WS-RC-HOURS (WS-RCH-SUB).
           MOVE ZERO TO WS-RC-COST (WS-RCH-SUB).

       2200-ADD.
           ADD PH-HOURS TO WS-RC-HOURS (WS-RCH-SUB).
           ADD WS-LINE-COST TO WS-RC-COST (WS-RCH-SUB).
       2200-EXIT.
           EXIT.

      * EVERY OWNING AND HOME DEPARTMENT ON A RECHARGE IS PROVED
      * AGAINST ITS ELEMENT BEFORE A SINGLE LINE IS WRITTEN.
       3000-CHECK-GL-MAP.
           PERFORM VARYING WS-RCH-SUB FROM 1 BY 1
                   UNTIL WS-RCH-SUB > WS-RCH-COUNT
               MOVE WS-RC-PRJ-SUB (WS-RCH-SUB) TO WS-PRJ-SUB
               MOVE WS-PT-DEPT (WS-PRJ-SUB) TO WS-GL-LOOKUP-DEPT
               MOVE "PROJCOST" TO WS-GL-ELEMENT
               PERFORM 3100-FIND-GL-ACCOUNT THRU 3100-EXIT
               IF NOT GLM-FOUND
                   DISPLAY "NO GL MAPPING FOR ELEMENT "
                           WS-GL-ELEMENT " DEPT "
                           WS-GL-LOOKUP-DEPT
                   MOVE "N" TO WS-GLM-COMPLETE
               END-IF
               MOVE WS-RC-HOME-DEPT (WS-RCH-SUB) TO WS-GL-LOOKUP-DEPT
               MOVE "PROJRCHG" TO WS-GL-ELEMENT
               PERFORM 3100-FIND-GL-ACCOUNT THRU 3100-EXIT
               IF NOT GLM-FOUND
                   DISPLAY "NO GL MAPPING FOR ELEMENT "
                           WS-GL-ELEMENT " DEPT "
                           WS-GL-LOOKUP-DEPT
                   MOVE "N" TO WS-GLM-COMPLETE
               END-IF
           END-PERFORM.
           IF NOT GLM-COMPLETE
               DISPLAY "GL MAP IS INCOMPLETE - NO PROJECT RECHARGE "
                       "JOURNAL WRITTEN"
               MOVE "E" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "PROJECT COSTING " WS-PERIOD
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

      * ONE DR/CR PAIR PER RECHARGE. THE JOURNAL IS REBUILT EACH
      * RUN - IT HOLDS ONLY THE PERIOD COSTED.
       4000-WRITE-JOURNAL.
           OPEN OUTPUT GLPOST-FILE.
           IF NOT GL-STATUS-OK
               DISPLAY "ERROR OPENING GLPOST-FILE"
               DISPLAY "FILE STATUS : " WS-GL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 4100-JOURNAL-ONE-RECHARGE THRU 4100-EXIT
               VARYING WS-RCH-SUB FROM 1 BY 1
               UNTIL WS-RCH-SUB > WS-RCH-COUNT.
           CLOSE GLPOST-FILE.

           IF WS-TOTAL-DR NOT = WS-TOTAL-CR
               DISPLAY "PROJECT RECHARGE JOURNAL OUT OF BALANCE"
               DISPLAY "DEBITS      : " WS-TOTAL-DR
               DISPLAY "CREDITS     : " WS-TOTAL-CR
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               MOVE "E" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "PROJECT JOURNAL " WS-PERIOD
                      " OUT OF BALANCE - NOT RELEASED"
                   DELIMITED BY SIZE INTO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       4000-EXIT.
           EXIT.

       4100-JOURNAL-ONE-RECHARGE.
           IF WS-RC-COST (WS-RCH-SUB) = ZERO
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-RC-PRJ-SUB (WS-RCH-SUB) TO WS-PRJ-SUB.

           MOVE WS-PT-DEPT (WS-PRJ-SUB) TO WS-GL-LOOKUP-DEPT.
           MOVE "PROJCOST" TO WS-GL-ELEMENT.
           PERFORM 3100-FIND-GL-ACCOUNT THRU 3100-EXIT.
           MOVE SPACES TO GLPOST-LINE.
           MOVE WS-GL-LOOKUP-DEPT TO GL-DEPT.
           MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           MOVE WS-RC-COST (WS-RCH-SUB) TO GL-AMOUNT.
           WRITE GLPOST-LINE.
           ADD WS-RC-COST (WS-RCH-SUB) TO WS-TOTAL-DR.

           MOVE WS-RC-HOME-DEPT (WS-RCH-SUB) TO WS-GL-LOOKUP-DEPT.
           MOVE "PROJRCHG" TO WS-GL-ELEMENT.
           PERFORM 3100-FIND-GL-ACCOUNT THRU 3100-EXIT.
           MOVE SPACES TO GLPOST-LINE.
           MOVE WS-GL-LOOKUP-DEPT TO GL-DEPT.
           MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           MOVE WS-RC-COST (WS-RCH-SUB) TO GL-AMOUNT.
           WRITE GLPOST-LINE.
           ADD WS-RC-COST (WS-RCH-SUB) TO WS-TOTAL-CR.
           ADD 2 TO WS-JOURNAL-COUNT.
       4100-EXIT.
           EXIT.

      * ONE LINE PER PROJECT WITH HOURS THIS PERIOD, EACH FOLLOWED
      * BY THE HOME DEPARTMENTS IT IS RECHARGED FROM, THEN THE
      * BILLABLE, NON-BILLABLE AND GRAND TOTALS.
       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "LABOUR COST BY PROJECT FOR PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROJECT NAME                 DEPT BILL"
                  "  HOURS           COST"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 5100-REPORT-ONE-PROJECT THRU 5100-EXIT
               VARYING WS-PRJ-SUB FROM 1 BY 1
               UNTIL WS-PRJ-SUB > WS-PRJ-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BILL-HOURS TO WS-PRT-HOURS.
           MOVE WS-BILL-COST TO WS-PRT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "BILLABLE                              "
                  WS-PRT-HOURS " " WS-PRT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NONBILL-HOURS TO WS-PRT-HOURS.
           MOVE WS-NONBILL-COST TO WS-PRT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NON-BILLABLE                          "
                  WS-PRT-HOURS " " WS-PRT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-TOTAL-HOURS = WS-BILL-HOURS + WS-NONBILL-HOURS.
           COMPUTE WS-TOTAL-COST = WS-BILL-COST + WS-NONBILL-COST.
           MOVE WS-TOTAL-HOURS TO WS-PRT-HOURS.
           MOVE WS-TOTAL-COST TO WS-PRT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL                                 "
                  WS-PRT-HOURS " " WS-PRT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNCOSTED-COUNT > ZERO
               MOVE WS-UNCOSTED-COUNT TO WS-PRT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "PROJECT LINES NOT COSTED: " WS-PRT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
       5000-EXIT.
           EXIT.

       5100-REPORT-ONE-PROJECT.
           IF WS-PT-HOURS (WS-PRJ-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           IF WS-PT-BILLABLE (WS-PRJ-SUB) = "Y"
               ADD WS-PT-HOURS (WS-PRJ-SUB) TO WS-BILL-HOURS
               ADD WS-PT-COST (WS-PRJ-SUB) TO WS-BILL-COST
           ELSE
               ADD WS-PT-HOURS (WS-PRJ-SUB) TO WS-NONBILL-HOURS
               ADD WS-PT-COST (WS-PRJ-SUB) TO WS-NONBILL-COST
           END-IF.
           MOVE WS-PT-HOURS (WS-PRJ-SUB) TO WS-PRT-HOURS.
           MOVE WS-PT-COST (WS-PRJ-SUB) TO WS-PRT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PT-CODE (WS-PRJ-SUB) "  "
                  WS-PT-NAME (WS-PRJ-SUB) " "
                  WS-PT-DEPT (WS-PRJ-SUB) "   "
                  WS-PT-BILLABLE (WS-PRJ-SUB) "  "
                  WS-PRT-HOURS " " WS-PRT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5200-REPORT-ONE-RECHARGE THRU 5200-EXIT
               VARYING WS-RCH-SUB FROM 1 BY 1
               UNTIL WS-RCH-SUB > WS-RCH-COUNT.
       5100-EXIT.
           EXIT.

       5200-REPORT-ONE-RECHARGE.
           IF WS-RC-PRJ-SUB (WS-RCH-SUB) NOT = WS-PRJ-SUB
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-RC-HOURS (WS-RCH-SUB) TO WS-PRT-HOURS.
           MOVE WS-RC-COST (WS-RCH-SUB) TO WS-PRT-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "          FROM DEPT " WS-RC-HOME-DEPT (WS-RCH-SUB)
                  "               "
                  WS-PRT-HOURS " " WS-PRT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE HOURS-FILE.
           CLOSE EMPFILE.

           MOVE WS-TOTAL-COST TO WS-PRT-AMOUNT.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "PROJECT COST " WS-PERIOD " " WS-PRT-AMOUNT
                  " LINES " WS-JOURNAL-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-UNCOSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "PROJECT LINES READ    : " WS-READ-COUNT.
           DISPLAY "OTHER PERIODS SKIPPED : " WS-OTHER-PERIOD-COUNT.
           DISPLAY "LINES COSTED          : " WS-COSTED-COUNT.
           DISPLAY "LINES NOT COSTED      : " WS-UNCOSTED-COUNT.
           DISPLAY "BILLABLE HOURS        : " WS-BILL-HOURS.
           DISPLAY "NON-BILLABLE HOURS    : " WS-NONBILL-HOURS.
           DISPLAY "TOTAL PROJECT COST    : " WS-PRT-AMOUNT.
           DISPLAY "JOURNAL LINES WRITTEN : " WS-JOURNAL-COUNT.
       9999-EXIT.
           EXIT.
