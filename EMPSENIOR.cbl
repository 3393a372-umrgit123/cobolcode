       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSENIOR.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * COLLECTIVE AGREEMENT SENIORITY LIST AND LAYOFF/RECALL ORDER.
      *
      * SENIORITY UNDER THE AGREEMENT IS CONTINUOUS SERVICE, AND
      * UNPAID LEAVE DOES NOT COUNT TOWARD IT. EACH EMPLOYEE'S
      * SENIORITY DATE IS THEREFORE THE HIRE DATE (WHICH EMPREHIRE
      * HAS ALREADY BRIDGED FOR AN EARLIER SPELL OF SERVICE) MOVED
      * LATER BY EVERY DAY SPENT ON LEAVE ("L" - ON-LEAVE EMPLOYEES
      * ARE UNPAID): THE COMPLETED SPELLS ON THE STATUS HISTORY
      * EMPSTHST.DAT THAT EMPSTATUS KEEPS, PLUS THE SPELL STILL OPEN
      * FOR SOMEONE ON LEAVE AT THE BUSINESS DATE.
      *
      * THE EARLIER SENIORITY DATE IS THE MORE SENIOR. TIES GO TO
      * THE EARLIER HIRE DATE, THEN THE LOWER LOTTERY NUMBER. THE
      * LOTTERY NUMBERS ARE DRAWN BY THE UNION AND KEPT ON
      * SENLOTT.DAT (EMPID 9(05), NUMBER 9(05)); AN EMPLOYEE WITHOUT
      * ONE IS GIVEN THE NEXT NUMBER AFTER THE HIGHEST HELD, IN
      * EMPID ORDER, IT IS ADDED TO THE FILE SO IT NEVER CHANGES,
      * AND IT IS LISTED ON THE REPORT FOR THE UNION TO CONFIRM.
      *
      * EMPSENIOR.RPT CARRIES THE POSTED LIST - EVERY EMPLOYEE NOT
      * TERMINATED, BY DEPARTMENT AND JOB CLASSIFICATION (THE
      * DESIGNATION), RANKED MOST SENIOR FIRST.
      *
      * FIRST ARGUMENT: A DEPARTMENT - THE POSTED LIST IS THEN FOR
      * THAT DEPARTMENT ONLY. SECOND ARGUMENT: THE NUMBER OF
      * POSITIONS TO CUT IN IT. THE REPORT THEN ADDS THE LAYOFF
      * ORDER (THE DEPARTMENT'S LEAST SENIOR FIRST, AS MANY AS ARE
      * TO BE CUT) AND THE RECALL ORDER (THOSE LAID OFF, MOST
      * SENIOR FIRST).
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
        SELECT STHIST-FILE ASSIGN "EMPSTHST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-STH-FILE-STATUS.
        SELECT LOTTERY-FILE ASSIGN "SENLOTT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LOT-FILE-STATUS.
        SELECT SORT-WORK-FILE ASSIGN "EMPSENIOR.WRK".
        SELECT REPORT-FILE ASSIGN "EMPSENIOR.RPT"
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

      * THE STATUS HISTORY AS EMPSTATUS WRITES IT. A RECORD WHOSE
      * FROM-STATUS IS "L" IS ONE COMPLETE LEAVE SPELL, FROM
      * SH-FROM-DATE UP TO SH-EFF-DATE.
       FD STHIST-FILE
       RECORD 40.
       01 STHIST-REC.
          05 SH-EMPID          PIC 9(05).
          05 SH-FROM-STATUS    PIC X(01).
          05 SH-FROM-DATE      PIC 9(08).
          05 SH-TO-STATUS      PIC X(01).
          05 SH-EFF-DATE       PIC 9(08).
          05 SH-APPLIED-DATE   PIC 9(08).
          05 FILLER            PIC X(09).

       FD LOTTERY-FILE
       RECORD 10.
       01 LOTTERY-REC.
          05 LOT-EMPID         PIC 9(05).
          05 LOT-NUMBER        PIC 9(05).

       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SRT-DEPT          PIC 9(03).
          05 SRT-CLASS         PIC X(20).
          05 SRT-SEN-DATE      PIC 9(08).
          05 SRT-HIRE-DATE     PIC 9(08).
          05 SRT-LOTTERY       PIC 9(05).
          05 SRT-EMPID         PIC 9(05).
          05 SRT-NAME          PIC X(20).
          05 SRT-STATUS        PIC X(01).
          05 SRT-LEAVE-DAYS    PIC 9(05).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-STH-FILE-STATUS    PIC X(02) VALUE "00".
             88 STH-STATUS-OK      VALUE "00".
          05 WS-STH-FILE-END       PIC X(01) VALUE "N".
             88 STH-FILE-END       VALUE "Y".
          05 WS-LOT-FILE-STATUS    PIC X(02) VALUE "00".
             88 LOT-STATUS-OK      VALUE "00".
             88 LOT-FILE-NOT-FOUND VALUE "35".
          05 WS-LOT-FILE-END       PIC X(01) VALUE "N".
             88 LOT-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-SORT-FILE-END      PIC X(01) VALUE "N".
             88 SORT-FILE-END      VALUE "Y".
          05 WS-FIRST-IN-PASS      PIC X(01) VALUE "Y".
             88 FIRST-IN-PASS      VALUE "Y".
          05 WS-PASS               PIC X(01) VALUE "P".
             88 POSTED-PASS        VALUE "P".
             88 LAYOFF-PASS        VALUE "L".

       01 WS-ARG                   PIC X(08) VALUE SPACES.
       01 WS-SEL-DEPT              PIC 9(03) VALUE ZERO.
       01 WS-CUT-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

      * DAYS OF COMPLETED LEAVE SPELLS PER EMPLOYEE, FROM THE
      * STATUS HISTORY.
       01 WS-LV-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-LV-TABLE.
          05 WS-LV-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-LV-COUNT.
             10 WS-LV-EMPID        PIC 9(05).
             10 WS-LV-DAYS         PIC 9(05).
       01 WS-LV-SUB                PIC 9(04).
       01 WS-LV-HIT                PIC 9(04).

      * LOTTERY NUMBERS, AS HELD ON SENLOTT.DAT.
       01 WS-LOT-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-LOT-TABLE.
          05 WS-LOT-ENTRY OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-LOT-COUNT.
             10 WS-LOT-EMPID       PIC 9(05).
             10 WS-LOT-NUMBER      PIC 9(05).
       01 WS-LOT-SUB               PIC 9(04).
       01 WS-LOT-HIT               PIC 9(04).
       01 WS-LOT-HIGH              PIC 9(05) VALUE ZERO.
       01 WS-LOT-DRAWN             PIC 9(05) VALUE ZERO.

       01 WS-SPELL-DAYS            PIC S9(07) VALUE ZERO.
       01 WS-LEAVE-DAYS            PIC 9(05) VALUE ZERO.
       01 WS-SEN-INT               PIC 9(08) COMP.
       01 WS-SEN-DATE              PIC 9(08) VALUE ZERO.
       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).

       01 WS-PREV-DEPT             PIC 9(03) VALUE ZERO.
       01 WS-PREV-CLASS            PIC X(20) VALUE SPACES.
       01 WS-RANK                  PIC 9(05) VALUE ZERO.
       01 WS-LISTED-COUNT          PIC 9(05) VALUE ZERO.

      * THE SELECTED DEPARTMENT, MOST SENIOR FIRST, FOR THE LAYOFF
      * AND RECALL ORDER.
       01 WS-LAY-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-LAY-TABLE.
          05 WS-LAY-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-LAY-COUNT.
             10 WS-LAY-EMPID       PIC 9(05).
             10 WS-LAY-NAME        PIC X(20).
             10 WS-LAY-CLASS       PIC X(20).
             10 WS-LAY-SEN-DATE    PIC 9(08).
             10 WS-LAY-HIRE-DATE   PIC 9(08).
             10 WS-LAY-LOTTERY     PIC 9(05).
       01 WS-LAY-SUB               PIC 9(04).
       01 WS-LAY-FIRST             PIC 9(04).
       01 WS-ORDER                 PIC 9(04).

       01 WS-DETAIL-LINE.
          05 WS-DET-RANK           PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-DET-EMPID          PIC 9(05).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-DET-NAME           PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-DET-STATUS         PIC X(01).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-DET-HIRE-DATE      PIC 9(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-DET-LEAVE-DAYS     PIC ZZZZ9.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 WS-DET-SEN-DATE       PIC 9(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-DET-LOTTERY        PIC 9(05).

       01 WS-ORDER-LINE.
          05 WS-ORD-NUMBER         PIC ZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-ORD-EMPID          PIC 9(05).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-ORD-NAME           PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-ORD-CLASS          PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-ORD-SEN-DATE       PIC 9(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-ORD-HIRE-DATE      PIC 9(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-ORD-LOTTERY        PIC 9(05).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 1100-LOAD-LEAVE-SPELLS THRU 1100-EXIT.
           PERFORM 1200-LOAD-LOTTERY THRU 1200-EXIT.
           PERFORM 1300-DRAW-MISSING-NUMBERS THRU 1300-EXIT.

           MOVE "P" TO WS-PASS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DEPT SRT-CLASS SRT-SEN-DATE
                                SRT-HIRE-DATE SRT-LOTTERY
               INPUT PROCEDURE IS 2000-FEED-SORT
               OUTPUT PROCEDURE IS 3000-POSTED-LIST.

           IF WS-CUT-COUNT > ZERO
               MOVE "L" TO WS-PASS
               MOVE "N" TO WS-EMP-FILE-END
               MOVE "N" TO WS-SORT-FILE-END
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SEN-DATE SRT-HIRE-DATE
                                    SRT-LOTTERY
                   INPUT PROCEDURE IS 2000-FEED-SORT
                   OUTPUT PROCEDURE IS 4000-LOAD-DEPARTMENT
               PERFORM 5000-LAYOFF-ORDER THRU 5000-EXIT
           END-IF.

           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES
               IF WS-ARG (1:3) NOT NUMERIC
                   DISPLAY "DEPARTMENT MUST BE 3 DIGITS - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG (1:3) TO WS-SEL-DEPT
           END-IF.

           MOVE SPACES TO WS-ARG.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES
               IF WS-SEL-DEPT = ZERO
                   DISPLAY "POSITIONS TO CUT NEED A DEPARTMENT - "
                           "RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-ARG (1:4) NOT NUMERIC
                   DISPLAY "POSITIONS TO CUT MUST BE 4 DIGITS - "
                           "RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG (1:4) TO WS-CUT-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "SENIORITY LIST AS OF " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SENIORITY DATE = HIRE DATE (BRIDGED) PLUS UNPAID LEAVE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIES: EARLIER HIRE DATE, THEN LOWER LOTTERY NUMBER"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      * NO HISTORY YET JUST MEANS NO COMPLETED LEAVE SPELLS.
       1100-LOAD-LEAVE-SPELLS.
           OPEN INPUT STHIST-FILE.
           IF NOT STH-STATUS-OK
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL STH-FILE-END
               READ STHIST-FILE
                   AT END
                       MOVE "Y" TO WS-STH-FILE-END
                   NOT AT END
                       IF SH-FROM-STATUS = "L"
                           PERFORM 1110-ADD-SPELL THRU 1110-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STHIST-FILE.
       1100-EXIT.
           EXIT.

       1110-ADD-SPELL.
           MOVE SH-FROM-DATE TO DV-DATE.
           MOVE "D" TO DV-CHECK-TYPE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               GO TO 1110-EXIT
           END-IF.
           MOVE SH-EFF-DATE TO DV-DATE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               GO TO 1110-EXIT
           END-IF.
           COMPUTE WS-SPELL-DAYS =
               FUNCTION INTEGER-OF-DATE (SH-EFF-DATE)
               - FUNCTION INTEGER-OF-DATE (SH-FROM-DATE).
           IF WS-SPELL-DAYS NOT > ZERO
               GO TO 1110-EXIT
           END-IF.

           MOVE ZERO TO WS-LV-HIT.
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
                   UNTIL WS-LV-SUB > WS-LV-COUNT
               IF WS-LV-EMPID (WS-LV-SUB) = SH-EMPID
                   MOVE WS-LV-SUB TO WS-LV-HIT
                   MOVE WS-LV-COUNT TO WS-LV-SUB
               END-IF
           END-PERFORM.
           IF WS-LV-HIT = ZERO
               IF WS-LV-COUNT NOT < 5000
                   DISPLAY "LEAVE TABLE FULL - SPELL IGNORED FOR "
                           SH-EMPID
                   GO TO 1110-EXIT
               END-IF
               ADD 1 TO WS-LV-COUNT
               MOVE WS-LV-COUNT TO WS-LV-HIT
               MOVE SH-EMPID TO WS-LV-EMPID (WS-LV-HIT)
               MOVE ZERO TO WS-LV-DAYS (WS-LV-HIT)
           END-IF.
           ADD WS-SPELL-DAYS TO WS-LV-DAYS (WS-LV-HIT).
       1110-EXIT.
           EXIT.

       1200-LOAD-LOTTERY.
           OPEN INPUT LOTTERY-FILE.
           IF NOT LOT-STATUS-OK
               GO TO 1200-EXIT
           END-IF.
           PERFORM UNTIL LOT-FILE-END
               READ LOTTERY-FILE
                   AT END
                       MOVE "Y" TO WS-LOT-FILE-END
                   NOT AT END
                       IF WS-LOT-COUNT < 5000
                           ADD 1 TO WS-LOT-COUNT
                           MOVE LOT-EMPID
                               TO WS-LOT-EMPID (WS-LOT-COUNT)
                           MOVE LOT-NUMBER
                               TO WS-LOT-NUMBER (WS-LOT-COUNT)
                           IF LOT-NUMBER > WS-LOT-HIGH
                               MOVE LOT-NUMBER TO WS-LOT-HIGH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOTTERY-FILE.
       1200-EXIT.
           EXIT.

      * EVERYONE ON THE LIST MUST HOLD A NUMBER BEFORE ANY TIE CAN
      * BE BROKEN. NEW NUMBERS GO ON THE END OF SENLOTT.DAT.
       1300-DRAW-MISSING-NUMBERS.
           OPEN EXTEND LOTTERY-FILE.
           IF LOT-FILE-NOT-FOUND
               OPEN OUTPUT LOTTERY-FILE
           END-IF.
           IF NOT LOT-STATUS-OK
               DISPLAY "ERROR OPENING LOTTERY-FILE"
               DISPLAY "FILE STATUS : " WS-LOT-FILE-STATUS
               STOP RUN
           END-IF.
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
                       IF NOT EMP-TERMINATED
                           PERFORM 1310-CHECK-NUMBER THRU 1310-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOTTERY-FILE.
           MOVE "N" TO WS-EMP-FILE-END.
           IF WS-LOT-DRAWN > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-CHECK-NUMBER.
           PERFORM 2200-FIND-LOTTERY THRU 2200-EXIT.
           IF WS-LOT-HIT NOT = ZERO
               GO TO 1310-EXIT
           END-IF.
           IF WS-LOT-COUNT NOT < 5000
               DISPLAY "LOTTERY TABLE FULL - NO NUMBER FOR " EMPID
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-LOT-HIGH.
           ADD 1 TO WS-LOT-COUNT.
           MOVE EMPID       TO WS-LOT-EMPID (WS-LOT-COUNT).
           MOVE WS-LOT-HIGH TO WS-LOT-NUMBER (WS-LOT-COUNT).
           MOVE EMPID       TO LOT-EMPID.
           MOVE WS-LOT-HIGH TO LOT-NUMBER.
           WRITE LOTTERY-REC.
           ADD 1 TO WS-LOT-DRAWN.
           MOVE SPACES TO REPORT-LINE.
           STRING "LOTTERY NUMBER " WS-LOT-HIGH " ASSIGNED TO "
                  EMPID " " EMPNAME " - FOR UNION CONFIRMATION"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1310-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ONE SORT RECORD PER EMPLOYEE NOT TERMINATED - THE WHOLE
      * FILE OR THE SELECTED DEPARTMENT FOR THE POSTED LIST, THE
      * SELECTED DEPARTMENT FOR THE LAYOFF PASS.
       2000-FEED-SORT.
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
                       IF NOT EMP-TERMINATED
                           AND (WS-SEL-DEPT = ZERO
                                OR EMPDEPT = WS-SEL-DEPT)
                           PERFORM 2100-BUILD-SORT-REC THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-BUILD-SORT-REC.
           MOVE ZERO TO WS-LEAVE-DAYS.
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
                   UNTIL WS-LV-SUB > WS-LV-COUNT
               IF WS-LV-EMPID (WS-LV-SUB) = EMPID
                   MOVE WS-LV-DAYS (WS-LV-SUB) TO WS-LEAVE-DAYS
                   MOVE WS-LV-COUNT TO WS-LV-SUB
               END-IF
           END-PERFORM.

      * THE SPELL STILL OPEN COUNTS UP TO THE BUSINESS DATE.
           IF EMP-ON-LEAVE
               MOVE EMP-STATUS-DATE TO DV-DATE
               MOVE "D" TO DV-CHECK-TYPE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT = "Y"
                       AND EMP-STATUS-DATE < WS-BUSINESS-DATE
                   COMPUTE WS-SPELL-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE (EMP-STATUS-DATE)
                   ADD WS-SPELL-DAYS TO WS-LEAVE-DAYS
               END-IF
           END-IF.

           MOVE EMP-HIRE-DATE TO WS-SEN-DATE.
           MOVE EMP-HIRE-DATE TO DV-DATE.
           MOVE "D" TO DV-CHECK-TYPE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT = "Y" AND WS-LEAVE-DAYS > ZERO
               COMPUTE WS-SEN-INT =
                   FUNCTION INTEGER-OF-DATE (EMP-HIRE-DATE)
                   + WS-LEAVE-DAYS
               COMPUTE WS-SEN-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-SEN-INT)
           END-IF.

           PERFORM 2200-FIND-LOTTERY THRU 2200-EXIT.
           MOVE EMPDEPT        TO SRT-DEPT.
           MOVE EMPDESIGNATION TO SRT-CLASS.
           MOVE WS-SEN-DATE    TO SRT-SEN-DATE.
           MOVE EMP-HIRE-DATE  TO SRT-HIRE-DATE.
           IF WS-LOT-HIT = ZERO
               MOVE 99999 TO SRT-LOTTERY
           ELSE
               MOVE WS-LOT-NUMBER (WS-LOT-HIT) TO SRT-LOTTERY
           END-IF.
           MOVE EMPID          TO SRT-EMPID.
           MOVE EMPNAME        TO SRT-NAME.
           MOVE EMP-STATUS     TO SRT-STATUS.
           MOVE WS-LEAVE-DAYS  TO SRT-LEAVE-DAYS.
           RELEASE SORT-REC.
       2100-EXIT.
           EXIT.

       2200-FIND-LOTTERY.
           MOVE ZERO TO WS-LOT-HIT.
           PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-COUNT
               IF WS-LOT-EMPID (WS-LOT-SUB) = EMPID
                   MOVE WS-LOT-SUB TO WS-LOT-HIT
                   MOVE WS-LOT-COUNT TO WS-LOT-SUB
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * THE POSTED LIST. RANK RESTARTS AT EACH CLASSIFICATION.
       3000-POSTED-LIST.
           PERFORM UNTIL SORT-FILE-END
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-FILE-END
                   NOT AT END
                       PERFORM 3100-LIST-ONE THRU 3100-EXIT
               END-RETURN
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           IF FIRST-IN-PASS
                   OR SRT-DEPT NOT = WS-PREV-DEPT
                   OR SRT-CLASS NOT = WS-PREV-CLASS
               PERFORM 3200-CLASS-HEADING THRU 3200-EXIT
           END-IF.
           ADD 1 TO WS-RANK.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-RANK        TO WS-DET-RANK.
           MOVE SRT-EMPID      TO WS-DET-EMPID.
           MOVE SRT-NAME       TO WS-DET-NAME.
           MOVE SRT-STATUS     TO WS-DET-STATUS.
           MOVE SRT-HIRE-DATE  TO WS-DET-HIRE-DATE.
           MOVE SRT-LEAVE-DAYS TO WS-DET-LEAVE-DAYS.
           MOVE SRT-SEN-DATE   TO WS-DET-SEN-DATE.
           MOVE SRT-LOTTERY    TO WS-DET-LOTTERY.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.

       3200-CLASS-HEADING.
           MOVE "N" TO WS-FIRST-IN-PASS.
           MOVE SRT-DEPT  TO WS-PREV-DEPT.
           MOVE SRT-CLASS TO WS-PREV-CLASS.
           MOVE ZERO TO WS-RANK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT " SRT-DEPT "  CLASSIFICATION " SRT-CLASS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING " RANK  EMPID  NAME                  S  HIRED   "
                  "  LEAVE DAYS  SENIORITY  LOTTERY"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3200-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * THE SELECTED DEPARTMENT ACROSS ALL ITS CLASSIFICATIONS, MOST
      * SENIOR FIRST.
       4000-LOAD-DEPARTMENT.
           PERFORM UNTIL SORT-FILE-END
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-FILE-END
                   NOT AT END
                       IF WS-LAY-COUNT < 2000
                           ADD 1 TO WS-LAY-COUNT
                           MOVE SRT-EMPID
                               TO WS-LAY-EMPID (WS-LAY-COUNT)
                           MOVE SRT-NAME
                               TO WS-LAY-NAME (WS-LAY-COUNT)
                           MOVE SRT-CLASS
                               TO WS-LAY-CLASS (WS-LAY-COUNT)
                           MOVE SRT-SEN-DATE
                               TO WS-LAY-SEN-DATE (WS-LAY-COUNT)
                           MOVE SRT-HIRE-DATE
                               TO WS-LAY-HIRE-DATE (WS-LAY-COUNT)
                           MOVE SRT-LOTTERY
                               TO WS-LAY-LOTTERY (WS-LAY-COUNT)
                       ELSE
                           DISPLAY "DEPARTMENT TOO LARGE, LAYOFF "
                                   "ORDER COVERS FIRST 2000"
                       END-IF
               END-RETURN
           END-PERFORM.
       4000-EXIT.
           EXIT.

      * LAYOFF FROM THE BOTTOM OF THE LIST; RECALL THE SAME PEOPLE
      * IN THE OPPOSITE ORDER.
       5000-LAYOFF-ORDER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LAYOFF ORDER  DEPT " WS-SEL-DEPT
                  "  POSITIONS TO CUT " WS-CUT-COUNT
                  "  HEADCOUNT " WS-LAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CUT-COUNT > WS-LAY-COUNT
               MOVE "** MORE POSITIONS TO CUT THAN EMPLOYEES - ALL GO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
               MOVE WS-LAY-COUNT TO WS-CUT-COUNT
           END-IF.
           IF WS-CUT-COUNT = ZERO
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-ORDER-HEADING THRU 5100-EXIT.

           COMPUTE WS-LAY-FIRST = WS-LAY-COUNT - WS-CUT-COUNT + 1.
           MOVE ZERO TO WS-ORDER.
           PERFORM VARYING WS-LAY-SUB FROM WS-LAY-COUNT BY -1
                   UNTIL WS-LAY-SUB < WS-LAY-FIRST
               PERFORM 5200-ORDER-LINE THRU 5200-EXIT
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECALL ORDER  DEPT " WS-SEL-DEPT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5100-ORDER-HEADING THRU 5100-EXIT.
           MOVE ZERO TO WS-ORDER.
           PERFORM VARYING WS-LAY-SUB FROM WS-LAY-FIRST BY 1
                   UNTIL WS-LAY-SUB > WS-LAY-COUNT
               PERFORM 5200-ORDER-LINE THRU 5200-EXIT
           END-PERFORM.
       5000-EXIT.
           EXIT.

       5100-ORDER-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "ORDER  EMPID  NAME                  CLASSIFICATION"
                  "        SENIORITY HIRED     LOTTERY"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5100-EXIT.
           EXIT.

       5200-ORDER-LINE.
           ADD 1 TO WS-ORDER.
           MOVE WS-ORDER                     TO WS-ORD-NUMBER.
           MOVE WS-LAY-EMPID (WS-LAY-SUB)     TO WS-ORD-EMPID.
           MOVE WS-LAY-NAME (WS-LAY-SUB)      TO WS-ORD-NAME.
           MOVE WS-LAY-CLASS (WS-LAY-SUB)     TO WS-ORD-CLASS.
           MOVE WS-LAY-SEN-DATE (WS-LAY-SUB)  TO WS-ORD-SEN-DATE.
           MOVE WS-LAY-HIRE-DATE (WS-LAY-SUB) TO WS-ORD-HIRE-DATE.
           MOVE WS-LAY-LOTTERY (WS-LAY-SUB)   TO WS-ORD-LOTTERY.
           MOVE WS-ORDER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       5200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES LISTED      : " WS-LISTED-COUNT.
           DISPLAY "LOTTERY NUMBERS DRAWN : " WS-LOT-DRAWN.
           IF WS-CUT-COUNT > ZERO
               DISPLAY "POSITIONS CUT         : " WS-CUT-COUNT
           END-IF.
       9999-EXIT.
           EXIT.
