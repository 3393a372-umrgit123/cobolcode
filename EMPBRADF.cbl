       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBRADF.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SICKNESS ABSENCE BRADFORD FACTOR REPORT.
      *
      * FOR EVERY EMPLOYEE STILL HERE, TAKES THE SICKNESS EPISODES
      * ON THE ABSENCE FILE (LOADED BY EMPABSL) THAT FALL IN THE
      * ROLLING 52 WEEKS ENDING ON THE BUSINESS DATE AND WORKS OUT
      *   BRADFORD FACTOR = SPELLS X SPELLS X WORKING DAYS
      * SO THAT MANY SHORT ABSENCES SCORE HIGHER THAN ONE LONG ONE.
      * AN EPISODE THAT STARTED BEFORE THE WINDOW COUNTS AS A SPELL,
      * BUT ONLY ITS WORKING DAYS INSIDE THE WINDOW ARE COUNTED
      * (WEEKENDS AND CALENDAR.DAT HOLIDAYS EXCLUDED, AS EMPABSE
      * COUNTS THEM).
      *
      * EMPLOYEES WITH ANY ABSENCE ARE LISTED BY DEPARTMENT TO
      * EMPBRADF.DAT, EACH DEPARTMENT CLOSED WITH ITS HEADCOUNT,
      * SPELLS, DAYS, TOTAL AND AVERAGE FACTOR PER HEAD.
      *
      * THE TRIGGER POINTS ARE READ FROM BRADTRIG.CTL, ONE RECORD
      * PER STAGE IN ASCENDING ORDER (UP TO 5): THE FACTOR THAT
      * REACHES THE STAGE AND THE ACTION TEXT FOR IT. WITHOUT THE
      * FILE THE USUAL 51 / 201 / 501 STAGES APPLY. AN EMPLOYEE WHO
      * REACHES A STAGE IS PUT ON THE EXCEPTION TRACKER UNDER
      * REASON BF WITH A CASE NUMBER FROM EXCCASE.CTL, ASKING THE
      * MANAGER FOR A RETURN-TO-WORK REVIEW; THE CASE TEXT IS THE
      * STAGE'S ACTION TEXT. ONCE THE MANAGER HAS RESOLVED THE CASE
      * (EMPEXCFIX) IT IS NOT RAISED AGAIN UNTIL A HIGHER STAGE IS
      * REACHED. WHEN THE FACTOR FALLS BACK BELOW THE FIRST STAGE
      * THE CASE IS CLOSED, SO THE NEXT CROSSING RAISES A FRESH ONE.
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
        SELECT ABS-FILE ASSIGN "ABSENCE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ABS-FILE-STATUS
                       RECORD KEY ABS-KEY.
        SELECT TRIGGER-FILE ASSIGN "BRADTRIG.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRG-FILE-STATUS.
        SELECT CALENDAR-FILE ASSIGN "CALENDAR.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CAL-FILE-STATUS.
        SELECT EXCTRACK-FILE ASSIGN "EXCTRACK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EXCT-FILE-STATUS
                       RECORD KEY EXCT-KEY.
        SELECT CASECTL-FILE ASSIGN "EXCCASE.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CASE-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPBRADF.DAT"
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

       FD ABS-FILE
       RECORD 50.
       01 ABSENCE-REC.
          05 ABS-KEY.
             10 ABS-EMPID      PIC 9(05).
             10 ABS-START      PIC 9(08).
          05 ABS-END           PIC 9(08).
          05 ABS-REASON        PIC X(02).
          05 ABS-WORK-DAYS     PIC 9(03).
          05 ABS-BATCH-ID      PIC X(08).
          05 ABS-LOADED        PIC 9(08).
          05 FILLER            PIC X(08).

       FD TRIGGER-FILE
       RECORD 35.
       01 TRIGGER-REC.
          05 TRG-POINTS        PIC 9(05).
          05 TRG-ACTION        PIC X(30).

       FD CALENDAR-FILE
       RECORD 8.
       01 CALENDAR-REC         PIC 9(08).

       FD EXCTRACK-FILE
       RECORD 60.
       01 EXCTRACK-REC.
          05 EXCT-KEY.
             10 EXCT-EMPID     PIC 9(05).
             10 EXCT-REASON-CD PIC X(02).
          05 EXCT-CASE-NO      PIC 9(06).
          05 EXCT-FIRST-SEEN   PIC 9(08).
          05 EXCT-LAST-SEEN    PIC 9(08).
          05 EXCT-RESOLVED     PIC X(01).
          05 EXCT-REASON-TEXT  PIC X(30).

       FD CASECTL-FILE
       RECORD 6.
       01 CASECTL-REC          PIC 9(06).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-ABS-FILE-STATUS    PIC X(02) VALUE "00".
             88 ABS-STATUS-OK      VALUE "00".
          05 WS-ABS-FILE-END       PIC X(01) VALUE "N".
             88 ABS-FILE-END       VALUE "Y".
          05 WS-ABS-AVAILABLE      PIC X(01) VALUE "N".
             88 ABS-AVAILABLE      VALUE "Y".
          05 WS-TRG-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRG-STATUS-OK      VALUE "00".
          05 WS-TRG-FILE-END       PIC X(01) VALUE "N".
             88 TRG-FILE-END       VALUE "Y".
          05 WS-CAL-FILE-STATUS    PIC X(02) VALUE "00".
             88 CAL-STATUS-OK      VALUE "00".
          05 WS-CAL-FILE-END       PIC X(01) VALUE "N".
             88 CAL-FILE-END       VALUE "Y".
          05 WS-EXCT-FILE-STATUS   PIC X(02) VALUE "00".
             88 EXCT-STATUS-OK     VALUE "00".
             88 EXCT-FILE-NOT-FOUND VALUE "35".
          05 WS-CASE-FILE-STATUS   PIC X(02) VALUE "00".
             88 CASE-STATUS-OK     VALUE "00".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-TODAY-INT             PIC 9(08) COMP.
       01 WS-WINDOW-INT            PIC 9(08) COMP.
       01 WS-WINDOW-DATE           PIC 9(08) VALUE ZERO.
       01 WS-NEXT-CASE-NO          PIC 9(06) VALUE 1.
       01 WS-PREV-DEPT             PIC 9(03) VALUE ZERO.

      * THE TRIGGER STAGES, LOWEST FIRST.
       01 WS-TRG-COUNT             PIC 9(01) VALUE ZERO.
       01 WS-TRG-TABLE.
          05 WS-TRG-ENTRY OCCURS 5 TIMES.
             10 WS-TRG-POINTS      PIC 9(05).
             10 WS-TRG-ACTION      PIC X(30).
       01 WS-TRG-SUB               PIC 9(01).
       01 WS-STAGE                 PIC 9(01) VALUE ZERO.
       01 WS-PREV-STAGE            PIC 9(01) VALUE ZERO.
       01 WS-BELOW-TEXT            PIC X(30)
                     VALUE "BELOW BRADFORD TRIGGER POINTS".

      * THE CURRENT EMPLOYEE'S SCORE.
       01 WS-SPELLS                PIC 9(03) VALUE ZERO.
       01 WS-DAYS                  PIC 9(03) VALUE ZERO.
       01 WS-BRADFORD              PIC 9(09) VALUE ZERO.
       01 WS-EPISODE-DAYS          PIC 9(03) VALUE ZERO.

       01 WS-DEPT-TOTALS.
          05 WS-DEPT-HEADS         PIC 9(05) VALUE ZERO.
          05 WS-DEPT-ABSENT        PIC 9(05) VALUE ZERO.
          05 WS-DEPT-SPELLS        PIC 9(05) VALUE ZERO.
          05 WS-DEPT-DAYS          PIC 9(05) VALUE ZERO.
          05 WS-DEPT-BRADFORD      PIC 9(11) VALUE ZERO.
          05 WS-DEPT-AT-TRIGGER    PIC 9(05) VALUE ZERO.
       01 WS-COUNTS.
          05 WS-EMP-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-ABSENT-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-TOTAL-SPELLS       PIC 9(05) VALUE ZERO.
          05 WS-TOTAL-DAYS         PIC 9(05) VALUE ZERO.
          05 WS-AT-TRIGGER-COUNT   PIC 9(05) VALUE ZERO.
          05 WS-ESCALATED-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-RESOLVED-COUNT     PIC 9(05) VALUE ZERO.

      * WORKING-DAY WALK, AS EMPLVVAL DOES.
       01 WS-HOLIDAY-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY            PIC 9(08) OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-HOLIDAY-COUNT.
       01 WS-HOLIDAY-SUB           PIC 9(02).
       01 WS-WALK-DATE             PIC 9(08) VALUE ZERO.
       01 WS-WALK-INT              PIC 9(08) COMP.
       01 WS-WALK-END-INT          PIC 9(08) COMP.
       01 WS-DAY-NUM               PIC 9(01).
       01 WS-DAY-IS-BUSINESS       PIC X(01) VALUE "N".

       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-ABSENT            PIC ZZZZ9.
       01 WS-PRT-SPELLS            PIC ZZ9.
       01 WS-PRT-DAYS              PIC ZZZZ9.
       01 WS-PRT-BRADFORD          PIC ZZZZZZZZ9.
       01 WS-PRT-AVERAGE           PIC ZZZZZZ9.
       01 WS-AVERAGE               PIC 9(07) VALUE ZERO.
       01 WS-STAGE-TEXT            PIC X(30) VALUE SPACES.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPBRADF".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-SCAN-EMPLOYEES THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-WINDOW-INT = WS-TODAY-INT - 363.
           COMPUTE WS-WINDOW-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-INT).

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO ABSENCE FILE YET JUST MEANS NOBODY HAS BEEN OFF SICK.
           OPEN INPUT ABS-FILE.
           IF ABS-STATUS-OK
               MOVE "Y" TO WS-ABS-AVAILABLE
           ELSE
               DISPLAY "NO ABSENCE FILE - RUN EMPABSE AND EMPABSL"
           END-IF.

           OPEN I-O EXCTRACK-FILE.
           IF EXCT-FILE-NOT-FOUND
               OPEN OUTPUT EXCTRACK-FILE
               CLOSE EXCTRACK-FILE
               OPEN I-O EXCTRACK-FILE
           END-IF.
           IF NOT EXCT-STATUS-OK
               DISPLAY "ERROR OPENING EXCTRACK-FILE"
               DISPLAY "FILE STATUS : " WS-EXCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CASECTL-FILE.
           IF CASE-STATUS-OK
               READ CASECTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CASECTL-REC TO WS-NEXT-CASE-NO
               END-READ
               CLOSE CASECTL-FILE
           END-IF.

           PERFORM 1100-LOAD-TRIGGERS THRU 1100-EXIT.
           PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SICKNESS ABSENCE BRADFORD FACTOR - 52 WEEKS "
                  WS-WINDOW-DATE " TO " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRIGGER STAGES:" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TRG-SUB FROM 1 BY 1
                   UNTIL WS-TRG-SUB > WS-TRG-COUNT
               MOVE WS-TRG-POINTS (WS-TRG-SUB) TO WS-PRT-BRADFORD
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-TRG-SUB " FROM " WS-PRT-BRADFORD
                      "  " WS-TRG-ACTION (WS-TRG-SUB)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       1000-EXIT.
           EXIT.

      * A STAGE OUT OF ASCENDING ORDER IS DROPPED - IT COULD NEVER
      * BE TOLD APART FROM THE ONE BELOW IT.
       1100-LOAD-TRIGGERS.
           MOVE ZERO TO WS-TRG-COUNT.
           OPEN INPUT TRIGGER-FILE.
           IF TRG-STATUS-OK
               PERFORM UNTIL TRG-FILE-END
                   READ TRIGGER-FILE
                       AT END
                           MOVE "Y" TO WS-TRG-FILE-END
                       NOT AT END
                           EVALUATE TRUE
                               WHEN WS-TRG-COUNT >= 5
                                   DISPLAY "MORE THAN 5 STAGES - "
                                           TRG-POINTS " DROPPED"
                               WHEN TRG-POINTS NOT NUMERIC
                                       OR TRG-POINTS = ZERO
                                   DISPLAY "BAD TRIGGER RECORD "
                                           TRIGGER-REC " DROPPED"
                               WHEN WS-TRG-COUNT > ZERO AND
                                    TRG-POINTS NOT >
                                    WS-TRG-POINTS (WS-TRG-COUNT)
                                   DISPLAY "STAGE " TRG-POINTS
                                           " OUT OF ORDER - DROPPED"
                               WHEN OTHER
                                   ADD 1 TO WS-TRG-COUNT
                                   MOVE TRG-POINTS TO
                                       WS-TRG-POINTS (WS-TRG-COUNT)
                                   MOVE TRG-ACTION TO
                                       WS-TRG-ACTION (WS-TRG-COUNT)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE TRIGGER-FILE
           END-IF.
           IF WS-TRG-COUNT = ZERO
               DISPLAY "NO TRIGGER STAGES - STANDARD 51/201/501 USED"
               MOVE 3 TO WS-TRG-COUNT
               MOVE 51 TO WS-TRG-POINTS (1)
               MOVE "RTW REVIEW - INFORMAL" TO WS-TRG-ACTION (1)
               MOVE 201 TO WS-TRG-POINTS (2)
               MOVE "RTW REVIEW - FIRST WARNING" TO WS-TRG-ACTION (2)
               MOVE 501 TO WS-TRG-POINTS (3)
               MOVE "RTW REVIEW - FINAL WARNING" TO WS-TRG-ACTION (3)
           END-IF.
       1100-EXIT.
           EXIT.

      * HOLIDAYS ARE OPTIONAL - A MISSING CALENDAR JUST MEANS ONLY
      * WEEKENDS ARE SKIPPED WHEN COUNTING WORKING DAYS.
       1200-LOAD-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAY-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CAL-STATUS-OK
               GO TO 1200-EXIT
           END-IF.
           PERFORM UNTIL CAL-FILE-END
               READ CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-CAL-FILE-END
                   NOT AT END
                       IF WS-HOLIDAY-COUNT < 50
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CALENDAR-REC TO
                               WS-HOLIDAY (WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
       1200-EXIT.
           EXIT.

      * DEPARTMENT ORDER COMES FROM THE EMPDEPT ALTERNATE KEY.
       2000-SCAN-EMPLOYEES.
           MOVE ZERO TO EMPDEPT.
           START EMPFILE KEY >= EMPDEPT
               INVALID KEY
                   DISPLAY "EMPFILE IS EMPTY"
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF NOT EMP-TERMINATED
                           PERFORM 2100-SCORE-EMPLOYEE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DEPT-HEADS > ZERO
               PERFORM 2500-DEPT-TOTAL THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SCORE-EMPLOYEE.
           IF EMPDEPT NOT = WS-PREV-DEPT OR WS-DEPT-HEADS = ZERO
               IF WS-DEPT-HEADS > ZERO
                   PERFORM 2500-DEPT-TOTAL THRU 2500-EXIT
               END-IF
               MOVE EMPDEPT TO WS-PREV-DEPT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "DEPARTMENT " EMPDEPT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "EMPID NAME                 SPELLS  DAYS  BRADFORD"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           ADD 1 TO WS-DEPT-HEADS.

           MOVE ZERO TO WS-SPELLS.
           MOVE ZERO TO WS-DAYS.
           IF ABS-AVAILABLE
               PERFORM 2200-READ-EPISODES THRU 2200-EXIT
           END-IF.
           COMPUTE WS-BRADFORD = WS-SPELLS * WS-SPELLS * WS-DAYS.

           MOVE ZERO TO WS-STAGE.
           PERFORM VARYING WS-TRG-SUB FROM 1 BY 1
                   UNTIL WS-TRG-SUB > WS-TRG-COUNT
               IF WS-BRADFORD >= WS-TRG-POINTS (WS-TRG-SUB)
                   MOVE WS-TRG-SUB TO WS-STAGE
               END-IF
           END-PERFORM.

           IF WS-SPELLS > ZERO
               PERFORM 2300-LIST-EMPLOYEE THRU 2300-EXIT
           END-IF.
           PERFORM 2400-CHECK-TRIGGER THRU 2400-EXIT.
       2100-EXIT.
           EXIT.

      * THE ABSENCE FILE IS KEYED EMPID, START DATE. AN EPISODE
      * THAT ENDED BEFORE THE WINDOW OPENED IS PASSED OVER.
       2200-READ-EPISODES.
           MOVE "N" TO WS-ABS-FILE-END.
           MOVE EMPID TO ABS-EMPID.
           MOVE ZERO TO ABS-START.
           START ABS-FILE KEY >= ABS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ABS-FILE-END
           END-START.
           PERFORM UNTIL ABS-FILE-END
               READ ABS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ABS-FILE-END
                   NOT AT END
                       IF ABS-EMPID NOT = EMPID
                           MOVE "Y" TO WS-ABS-FILE-END
                       ELSE
                           IF ABS-END NOT < WS-WINDOW-DATE
                               PERFORM 2210-COUNT-EPISODE
                                   THRU 2210-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2210-COUNT-EPISODE.
           IF WS-SPELLS < 999
               ADD 1 TO WS-SPELLS
           END-IF.
           IF ABS-START NOT < WS-WINDOW-DATE
               MOVE ABS-WORK-DAYS TO WS-EPISODE-DAYS
           ELSE
               MOVE ZERO TO WS-EPISODE-DAYS
               MOVE WS-WINDOW-INT TO WS-WALK-INT
               COMPUTE WS-WALK-END-INT =
                   FUNCTION INTEGER-OF-DATE (ABS-END)
               PERFORM 2220-COUNT-ONE-DAY THRU 2220-EXIT
                   UNTIL WS-WALK-INT > WS-WALK-END-INT
           END-IF.
           IF WS-DAYS + WS-EPISODE-DAYS > 999
               MOVE 999 TO WS-DAYS
           ELSE
               ADD WS-EPISODE-DAYS TO WS-DAYS
           END-IF.
       2210-EXIT.
           EXIT.

       2220-COUNT-ONE-DAY.
           COMPUTE WS-WALK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
           COMPUTE WS-DAY-NUM = FUNCTION MOD (WS-WALK-INT 7).
           MOVE "Y" TO WS-DAY-IS-BUSINESS.
           IF WS-DAY-NUM = 6 OR WS-DAY-NUM = 0
               MOVE "N" TO WS-DAY-IS-BUSINESS
           END-IF.
           PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY (WS-HOLIDAY-SUB) = WS-WALK-DATE
                   MOVE "N" TO WS-DAY-IS-BUSINESS
                   MOVE WS-HOLIDAY-COUNT TO WS-HOLIDAY-SUB
               END-IF
           END-PERFORM.
           IF WS-DAY-IS-BUSINESS = "Y" AND WS-EPISODE-DAYS < 999
               ADD 1 TO WS-EPISODE-DAYS
           END-IF.
           ADD 1 TO WS-WALK-INT.
       2220-EXIT.
           EXIT.

       2300-LIST-EMPLOYEE.
           ADD 1 TO WS-ABSENT-COUNT.
           ADD 1 TO WS-DEPT-ABSENT.
           ADD WS-SPELLS TO WS-TOTAL-SPELLS.
           ADD WS-SPELLS TO WS-DEPT-SPELLS.
           ADD WS-DAYS TO WS-TOTAL-DAYS.
           ADD WS-DAYS TO WS-DEPT-DAYS.
           ADD WS-BRADFORD TO WS-DEPT-BRADFORD.
           IF WS-STAGE > ZERO
               ADD 1 TO WS-AT-TRIGGER-COUNT
               ADD 1 TO WS-DEPT-AT-TRIGGER
               MOVE WS-TRG-ACTION (WS-STAGE) TO WS-STAGE-TEXT
           ELSE
               MOVE SPACES TO WS-STAGE-TEXT
           END-IF.
           MOVE WS-SPELLS TO WS-PRT-SPELLS.
           MOVE WS-DAYS TO WS-PRT-DAYS.
           MOVE WS-BRADFORD TO WS-PRT-BRADFORD.
           MOVE SPACES TO REPORT-LINE.
           STRING EMPID " " EMPNAME "    " WS-PRT-SPELLS " "
                  WS-PRT-DAYS " " WS-PRT-BRADFORD "  " WS-STAGE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2300-EXIT.
           EXIT.

      * THE STAGE LAST RAISED IS KNOWN FROM THE CASE TEXT, WHICH IS
      * ALWAYS A STAGE'S ACTION TEXT OR THE BELOW-TRIGGER TEXT.
       2400-CHECK-TRIGGER.
           MOVE EMPID TO EXCT-EMPID.
           MOVE "BF" TO EXCT-REASON-CD.
           READ EXCTRACK-FILE
               INVALID KEY
                   IF WS-STAGE > ZERO
                       MOVE SPACES TO EXCTRACK-REC
                       MOVE EMPID TO EXCT-EMPID
                       MOVE "BF" TO EXCT-REASON-CD
                       PERFORM 2410-RAISE-CASE THRU 2410-EXIT
                       WRITE EXCTRACK-REC
                   END-IF
                   GO TO 2400-EXIT
           END-READ.

           MOVE ZERO TO WS-PREV-STAGE.
           PERFORM VARYING WS-TRG-SUB FROM 1 BY 1
                   UNTIL WS-TRG-SUB > WS-TRG-COUNT
               IF EXCT-REASON-TEXT = WS-TRG-ACTION (WS-TRG-SUB)
                   MOVE WS-TRG-SUB TO WS-PREV-STAGE
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-STAGE = ZERO
                   IF EXCT-RESOLVED NOT = "Y"
                       ADD 1 TO WS-RESOLVED-COUNT
                   END-IF
                   IF EXCT-RESOLVED NOT = "Y"
                           OR EXCT-REASON-TEXT NOT = WS-BELOW-TEXT
                       MOVE "Y" TO EXCT-RESOLVED
                       MOVE WS-BELOW-TEXT TO EXCT-REASON-TEXT
                       MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN
                       REWRITE EXCTRACK-REC
                   END-IF
               WHEN WS-STAGE > WS-PREV-STAGE
                   PERFORM 2410-RAISE-CASE THRU 2410-EXIT
                   REWRITE EXCTRACK-REC
      * FALLEN TO A LOWER STAGE: FOLLOW IT DOWN, SO CLIMBING BACK
      * UP RAISES A NEW REVIEW.
               WHEN WS-STAGE < WS-PREV-STAGE
                   MOVE WS-TRG-ACTION (WS-STAGE) TO EXCT-REASON-TEXT
                   MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN
                   REWRITE EXCTRACK-REC
               WHEN EXCT-RESOLVED NOT = "Y"
                   MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN
                   REWRITE EXCTRACK-REC
           END-EVALUATE.
       2400-EXIT.
           EXIT.

       2410-RAISE-CASE.
           MOVE WS-NEXT-CASE-NO TO EXCT-CASE-NO.
           ADD 1 TO WS-NEXT-CASE-NO.
           MOVE WS-BUSINESS-DATE TO EXCT-FIRST-SEEN.
           MOVE WS-BUSINESS-DATE TO EXCT-LAST-SEEN.
           MOVE "N" TO EXCT-RESOLVED.
           MOVE WS-TRG-ACTION (WS-STAGE) TO EXCT-REASON-TEXT.
           ADD 1 TO WS-ESCALATED-COUNT.
       2410-EXIT.
           EXIT.

       2500-DEPT-TOTAL.
           MOVE ZERO TO WS-AVERAGE.
           IF WS-DEPT-HEADS > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-DEPT-BRADFORD / WS-DEPT-HEADS
           END-IF.
           MOVE WS-DEPT-HEADS TO WS-PRT-COUNT.
           MOVE WS-DEPT-ABSENT TO WS-PRT-ABSENT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DEPT " WS-PREV-DEPT " HEADCOUNT " WS-PRT-COUNT
                  " ABSENT " WS-PRT-ABSENT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DEPT-SPELLS TO WS-PRT-COUNT.
           MOVE WS-DEPT-DAYS TO WS-PRT-DAYS.
           MOVE WS-AVERAGE TO WS-PRT-AVERAGE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SPELLS " WS-PRT-COUNT " DAYS " WS-PRT-DAYS
                  " AVERAGE FACTOR PER HEAD " WS-PRT-AVERAGE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DEPT-AT-TRIGGER TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AT A TRIGGER STAGE " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           INITIALIZE WS-DEPT-TOTALS.
       2500-EXIT.
           EXIT.

       9999-CLEANUP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EMP-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEES                    : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ABSENT-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "WITH SICKNESS ABSENCE        : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SPELLS TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SPELLS                       : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-DAYS TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "WORKING DAYS LOST            : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AT-TRIGGER-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "AT A TRIGGER STAGE           : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ESCALATED-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NEW RETURN-TO-WORK REVIEWS   : " WS-PRT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE EMPFILE.
           IF ABS-AVAILABLE
               CLOSE ABS-FILE
           END-IF.
           CLOSE EXCTRACK-FILE.
           CLOSE REPORT-FILE.

           OPEN OUTPUT CASECTL-FILE.
           IF CASE-STATUS-OK
               MOVE WS-NEXT-CASE-NO TO CASECTL-REC
               WRITE CASECTL-REC
               CLOSE CASECTL-FILE
           END-IF.

           IF WS-ESCALATED-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "ABSENT " WS-ABSENT-COUNT " AT TRIGGER "
                  WS-AT-TRIGGER-COUNT " NEW BF CASES "
                  WS-ESCALATED-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-ESCALATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES SCORED      : " WS-EMP-COUNT.
           DISPLAY "WITH ABSENCE          : " WS-ABSENT-COUNT.
           DISPLAY "AT A TRIGGER STAGE    : " WS-AT-TRIGGER-COUNT.
           DISPLAY "NEW BF CASES          : " WS-ESCALATED-COUNT.
           DISPLAY "CASES CLOSED          : " WS-RESOLVED-COUNT.
       9999-EXIT.
           EXIT.
