       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPUNCH.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * TIME-CLOCK PUNCH IMPORT. HOURLY STAFF CLOCK IN AND OUT ON
      * THE TERMINALS; UNTIL NOW A SUPERVISOR ADDED UP THE PUNCHES
      * BY HAND TO KEY EMPTIME.DAT. THIS PROGRAM READS THE RAW PUNCH
      * EXPORT, PAIRS EACH IN WITH ITS OUT, APPLIES THE ROUNDING AND
      * UNPAID-BREAK RULES, SPLITS THE HOURS INTO REGULAR AND
      * OVERTIME BY THE WEEKLY THRESHOLD, AND WRITES EMPTIME.DAT
      * WRAPPED IN THE BATCH HEADER AND TRAILER EMPTIMED DEMANDS -
      * ONE TIMESHEET PER EMPLOYEE PER MONTH WORKED.
      *
      * PUNCH.DAT    - EMPID (BADGE) 9(5), DATE YYYYMMDD, TIME HHMM,
      *                DIRECTION "I" IN / "O" OUT. ANY ORDER - THE
      *                EXPORT IS SORTED BY EMPLOYEE, DATE AND TIME.
      * PUNCHPRM.DAT - ONE LINE: ROUNDING MINUTES 9(2) (EACH PUNCH
      *                TO THE NEAREST STEP, SO A 15 GIVES THE USUAL
      *                SEVEN-MINUTE RULE; 00 = NO ROUNDING), UNPAID
      *                BREAK THRESHOLD MINUTES 9(3), UNPAID BREAK
      *                MINUTES 9(3) (DEDUCTED FROM A DAY WORKED
      *                LONGER THAN THE THRESHOLD), WEEKLY OVERTIME
      *                THRESHOLD HOURS 9(2).
      *
      * A SHIFT BELONGS TO THE DAY IT STARTED, SO AN OUT PUNCH AFTER
      * MIDNIGHT CLOSES THE PREVIOUS DAY'S SHIFT. THE WEEK RUNS
      * MONDAY TO SUNDAY; THE HOURS OVER THE THRESHOLD IN A WEEK ARE
      * OVERTIME ON THE DAY THEY FALL. A WEEK THAT SPANS TWO MONTHS
      * IS SPLIT BETWEEN THEM DAY BY DAY. EACH MONTH'S MINUTES ARE
      * ROUNDED TO THE NEAREST HOUR FOR THE TIMESHEET.
      *
      * EVERY DAY IMPORTED IS ALSO WRITTEN TO EMPPUNCH.DAY WITH ITS
      * REGULAR AND OVERTIME MINUTES AFTER THE BREAK, FOR EMPRSTVAR
      * TO SET AGAINST THE ROSTER.
      *
      * EXCEPTIONS GO TO EMPPUNCH.EXC FOR THE SUPERVISORS, ONE LINE
      * PER PUNCH: UNPAIRED PUNCHES, PUNCHES FROM GRADES NOT PAID BY
      * HOURS, PUNCHES ON A DAY THE EMPLOYEE WAS ON LEAVE, AND
      * PUNCHES THAT ARE NOT VALID OR NOT ON EMPFILE. AN HOURLY
      * EMPLOYEE WITH ANY EXCEPTION IS HELD WHOLE - NO TIMESHEET IS
      * WRITTEN FOR THEM - SO A CORRECTED EXPORT CAN BE RE-IMPORTED
      * WITHOUT HALF THEIR HOURS GOING IN TWICE. RC 4 WHEN ANY
      * EXCEPTION IS LISTED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT PUNCH-FILE ASSIGN "PUNCH.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PUN-FILE-STATUS.
        SELECT PARM-FILE ASSIGN "PUNCHPRM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRM-FILE-STATUS.
        SELECT TIME-FILE ASSIGN "EMPTIME.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TIME-FILE-STATUS.
        SELECT EXCEPT-FILE ASSIGN "EMPPUNCH.EXC"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-EXC-FILE-STATUS.
        SELECT DAY-FILE ASSIGN "EMPPUNCH.DAY"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-DAY-FILE-STATUS.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT GRADE-FILE ASSIGN "GRADEMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GRADE-FILE-STATUS.
        SELECT SORT-WORK-FILE ASSIGN "EMPPUNCH.WRK".
       DATA DIVISION.
       FILE SECTION.

       FD PUNCH-FILE
       RECORD 18.
       01 PUNCH-REC.
          05 PN-EMPID          PIC 9(05).
          05 PN-DATE           PIC 9(08).
          05 PN-TIME           PIC 9(04).
          05 PN-DIRECTION      PIC X(01).
       01 PUNCH-REC-X REDEFINES PUNCH-REC.
          05 PN-EMPID-X        PIC X(05).
          05 PN-DATE-X         PIC X(08).
          05 PN-TIME-X         PIC X(04).
          05 FILLER            PIC X(01).

       FD PARM-FILE
       RECORD 10.
       01 PARM-REC.
          05 PRM-ROUND-MINS    PIC 9(02).
          05 PRM-BREAK-AFTER   PIC 9(03).
          05 PRM-BREAK-MINS    PIC 9(03).
          05 PRM-WEEK-HOURS    PIC 9(02).
       01 PARM-REC-X REDEFINES PARM-REC PIC X(10).

      * THE TIMESHEET TRANSACTION EMPTIMED EDITS.
       FD TIME-FILE
       RECORD 17.
       01 TIME-REC.
          05 TS-EMPID          PIC 9(05).
          05 TS-PERIOD         PIC 9(06).
          05 TS-REG-HOURS      PIC 9(03).
          05 TS-OT-HOURS       PIC 9(03).
       01 TIME-HEADER REDEFINES TIME-REC.
          05 TB-HDR-REC-TYPE   PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
       01 TIME-TRAILER REDEFINES TIME-REC.
          05 TB-TRL-REC-TYPE   PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(02).

       FD EXCEPT-FILE.
       01 EXCEPT-LINE.
          05 EXC-EMPID         PIC X(05).
          05 FILLER            PIC X(02).
          05 EXC-DATE          PIC X(08).
          05 FILLER            PIC X(02).
          05 EXC-TIME          PIC X(04).
          05 FILLER            PIC X(02).
          05 EXC-DIRECTION     PIC X(01).
          05 FILLER            PIC X(02).
          05 EXC-REASON        PIC X(40).

      * ONE RECORD PER EMPLOYEE PER DAY IMPORTED.
       FD DAY-FILE
       RECORD 21.
       01 DAY-REC.
          05 DAY-EMPID         PIC 9(05).
          05 DAY-DATE          PIC 9(08).
          05 DAY-REG-MINS      PIC 9(04).
          05 DAY-OT-MINS       PIC 9(04).

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

       FD GRADE-FILE
       RECORD 15.
       01 GRADE-REC.
          05 GRD-GRADE         PIC X(02).
          05 GRD-MIN-SALARY    PIC 9(06).
          05 GRD-MAX-SALARY    PIC 9(06).
          05 GRD-PAY-BY-HOURS  PIC X(01).

       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SRT-EMPID         PIC 9(05).
          05 SRT-DATE          PIC 9(08).
          05 SRT-TIME          PIC 9(04).
          05 SRT-DIRECTION     PIC X(01).
          05 SRT-VALID         PIC X(01).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-PUN-FILE-STATUS    PIC X(02) VALUE "00".
             88 PUN-STATUS-OK      VALUE "00".
          05 WS-PUN-FILE-END       PIC X(01) VALUE "N".
             88 PUN-FILE-END       VALUE "Y".
          05 WS-PRM-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRM-STATUS-OK      VALUE "00".
          05 WS-TIME-FILE-STATUS   PIC X(02) VALUE "00".
             88 TIME-STATUS-OK     VALUE "00".
          05 WS-EXC-FILE-STATUS    PIC X(02) VALUE "00".
             88 EXC-STATUS-OK      VALUE "00".
          05 WS-DAY-FILE-STATUS    PIC X(02) VALUE "00".
             88 DAY-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-GRADE-FILE-STATUS  PIC X(02) VALUE "00".
             88 GRADE-FILE-STATUS-OK VALUE "00".
          05 WS-GRADE-FILE-END     PIC X(01) VALUE "N".
             88 GRADE-FILE-END     VALUE "Y".
          05 WS-SORT-FILE-END      PIC X(01) VALUE "N".
             88 SORT-FILE-END      VALUE "Y".
          05 WS-GRADE-HOURLY       PIC X(01) VALUE "N".
             88 GRADE-IS-HOURLY    VALUE "Y".
          05 WS-EMP-HELD           PIC X(01) VALUE "N".
             88 EMP-HELD           VALUE "Y".
          05 WS-PUNCH-OVERFLOW     PIC X(01) VALUE "N".
             88 PUNCH-OVERFLOW     VALUE "Y".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-CURRENT-DATE          PIC X(21).

       01 WS-RULES.
          05 WS-ROUND-MINS         PIC 9(02) VALUE ZERO.
          05 WS-ROUND-HALF         PIC 9(02) VALUE ZERO.
          05 WS-BREAK-AFTER        PIC 9(03) VALUE ZERO.
          05 WS-BREAK-MINS         PIC 9(03) VALUE ZERO.
          05 WS-WEEK-MINS          PIC 9(05) VALUE ZERO.

       01 WS-COUNTS.
          05 WS-PUNCH-COUNT        PIC 9(07) VALUE ZERO.
          05 WS-EMP-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-WRITTEN-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-HELD-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-HOURS-HASH            PIC 9(09) VALUE ZERO.

       01 WS-GRADE-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-GRADE-TABLE.
          05 WS-GRADE-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-GRADE-COUNT.
             10 WS-VALID-GRADE     PIC X(02).
             10 WS-GRADE-HRS       PIC X(01).
       01 WS-GRADE-SUB             PIC 9(02).

      * ONE EMPLOYEE'S PUNCHES, IN DATE AND TIME ORDER. A PUNCH IS
      * DROPPED FROM PAIRING ONCE IT HAS BEEN LISTED AS AN
      * EXCEPTION.
       01 WS-CUR-EMPID             PIC 9(05) VALUE ZERO.
       01 WS-PUN-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-PUN-TABLE.
          05 WS-PUN-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-PUN-COUNT.
             10 WS-PT-DATE         PIC 9(08).
             10 WS-PT-TIME         PIC 9(04).
             10 WS-PT-DIRECTION    PIC X(01).
             10 WS-PT-VALID        PIC X(01).
             10 WS-PT-DROPPED      PIC X(01).
       01 WS-PUN-SUB               PIC 9(03).
       01 WS-OPEN-IN-SUB           PIC 9(03) VALUE ZERO.
       01 WS-SAVE-SUB              PIC 9(03) VALUE ZERO.

      * MINUTES WORKED ON EACH DAY A SHIFT STARTED.
       01 WS-DAY-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-DAY-COUNT.
             10 WS-DY-DATE         PIC 9(08).
             10 WS-DY-INT          PIC 9(08).
             10 WS-DY-MINS         PIC 9(05).
       01 WS-DAY-SUB               PIC 9(03).

      * REGULAR AND OVERTIME MINUTES BY MONTH WORKED.
       01 WS-PER-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-PER-TABLE.
          05 WS-PER-ENTRY OCCURS 1 TO 12 TIMES
                  DEPENDING ON WS-PER-COUNT.
             10 WS-PR-PERIOD       PIC 9(06).
             10 WS-PR-REG-MINS     PIC 9(05).
             10 WS-PR-OT-MINS      PIC 9(05).
       01 WS-PER-SUB               PIC 9(02).

       01 WS-CLOCK-MINS            PIC 9(04).
       01 WS-ROUND-STEPS           PIC 9(04).
       01 WS-IN-STAMP              PIC 9(11) COMP.
       01 WS-OUT-STAMP             PIC 9(11) COMP.
       01 WS-SHIFT-MINS            PIC S9(11) COMP.
       01 WS-STAMP-DATE            PIC 9(08).
       01 WS-STAMP-TIME            PIC 9(04).
       01 WS-STAMP-CLOCK REDEFINES WS-STAMP-TIME.
          05 WS-STAMP-HH           PIC 9(02).
          05 WS-STAMP-MM           PIC 9(02).
       01 WS-STAMP                 PIC 9(11) COMP.
       01 WS-WEEK-START            PIC 9(08) VALUE ZERO.
       01 WS-CUR-WEEK-START        PIC 9(08) VALUE ZERO.
       01 WS-WEEK-RUN-MINS         PIC 9(05) VALUE ZERO.
       01 WS-DAY-REG-MINS          PIC 9(05) VALUE ZERO.
       01 WS-DAY-OT-MINS           PIC 9(05) VALUE ZERO.
       01 WS-REG-HOURS             PIC 9(03) VALUE ZERO.
       01 WS-OT-HOURS              PIC 9(03) VALUE ZERO.
       01 WS-REASON-TEXT           PIC X(40) VALUE SPACES.

       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPPUNCH".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-EMPID SRT-DATE SRT-TIME
               INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PROCESS-PUNCHES
                   THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
           PERFORM 1200-LOAD-GRADE-TABLE THRU 1200-EXIT.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TIME-FILE.
           IF NOT TIME-STATUS-OK
               DISPLAY "ERROR OPENING TIME-FILE"
               DISPLAY "FILE STATUS : " WS-TIME-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT EXCEPT-FILE.
           IF NOT EXC-STATUS-OK
               DISPLAY "ERROR OPENING EXCEPT-FILE"
               DISPLAY "FILE STATUS : " WS-EXC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DAY-FILE.
           IF NOT DAY-STATUS-OK
               DISPLAY "ERROR OPENING DAY-FILE"
               DISPLAY "FILE STATUS : " WS-DAY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * BATCH ID FROM THE WALL CLOCK SO A CORRECTED EXPORT LOADED
      * THE SAME DAY REGISTERS AS A DIFFERENT BATCH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-BATCH-ID.
           STRING "P" WS-CURRENT-DATE (8:7)
               DELIMITED BY SIZE INTO WS-BATCH-ID.

           MOVE SPACES TO TIME-REC.
           MOVE "H" TO TB-HDR-REC-TYPE.
           MOVE WS-BATCH-ID TO TB-HDR-BATCH-ID.
           MOVE WS-BUSINESS-DATE TO TB-HDR-DATE.
           WRITE TIME-REC.
       1000-EXIT.
           EXIT.

      * THE RULES DECIDE WHAT PEOPLE ARE PAID - NO PARAMETER FILE,
      * NO IMPORT.
       1100-LOAD-RULES.
           OPEN INPUT PARM-FILE.
           IF NOT PRM-STATUS-OK
               DISPLAY "ERROR OPENING PARM-FILE"
               DISPLAY "FILE STATUS : " WS-PRM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-REC-X
           END-READ.
           CLOSE PARM-FILE.
           IF PARM-REC-X NOT NUMERIC OR PRM-WEEK-HOURS = ZERO
               DISPLAY "PUNCH RULES MISSING OR NOT NUMERIC - "
                       "IMPORT REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRM-ROUND-MINS TO WS-ROUND-MINS.
           COMPUTE WS-ROUND-HALF = WS-ROUND-MINS / 2.
           MOVE PRM-BREAK-AFTER TO WS-BREAK-AFTER.
           MOVE PRM-BREAK-MINS TO WS-BREAK-MINS.
           COMPUTE WS-WEEK-MINS = PRM-WEEK-HOURS * 60.
           DISPLAY "ROUNDING " WS-ROUND-MINS " MIN, BREAK "
                   WS-BREAK-MINS " MIN AFTER " WS-BREAK-AFTER
                   " MIN, OVERTIME AFTER " PRM-WEEK-HOURS " HRS/WEEK".
       1100-EXIT.
           EXIT.

      * ONLY THE GRADE CODE AND ITS PAID-BY-HOURS FLAG MATTER HERE.
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
                           MOVE GRD-PAY-BY-HOURS TO
                               WS-GRADE-HRS (WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.
       1200-EXIT.
           EXIT.

      * A PUNCH WITH NO USABLE BADGE NUMBER CANNOT BE PUT TO ANYONE
      * AND IS LISTED HERE. ANY OTHER FAULT TRAVELS THROUGH THE SORT
      * MARKED INVALID SO IT HOLDS THE EMPLOYEE IT BELONGS TO.
       2000-FEED-SORT.
           OPEN INPUT PUNCH-FILE.
           IF NOT PUN-STATUS-OK
               DISPLAY "ERROR OPENING PUNCH-FILE"
               DISPLAY "FILE STATUS : " WS-PUN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL PUN-FILE-END
               READ PUNCH-FILE
                   AT END
                       MOVE "Y" TO WS-PUN-FILE-END
                   NOT AT END
                       ADD 1 TO WS-PUNCH-COUNT
                       PERFORM 2100-RELEASE-PUNCH THRU 2100-EXIT
               END-READ
           END-PERFORM.
           CLOSE PUNCH-FILE.
       2000-EXIT.
           EXIT.

       2100-RELEASE-PUNCH.
           IF PN-EMPID-X NOT NUMERIC OR PN-EMPID = ZERO
               MOVE SPACES TO EXCEPT-LINE
               MOVE PN-EMPID-X TO EXC-EMPID
               MOVE PN-DATE-X TO EXC-DATE
               MOVE PN-TIME-X TO EXC-TIME
               MOVE PN-DIRECTION TO EXC-DIRECTION
               MOVE "BADGE NUMBER NOT NUMERIC" TO EXC-REASON
               WRITE EXCEPT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 2100-EXIT
           END-IF.

           MOVE PN-EMPID TO SRT-EMPID.
           MOVE "Y" TO SRT-VALID.
           MOVE PN-DIRECTION TO SRT-DIRECTION.
           IF PN-DATE-X NUMERIC
               MOVE PN-DATE TO SRT-DATE
               MOVE PN-DATE TO DV-DATE
               MOVE "D" TO DV-CHECK-TYPE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   MOVE "N" TO SRT-VALID
               END-IF
           ELSE
               MOVE ZERO TO SRT-DATE
               MOVE "N" TO SRT-VALID
           END-IF.
           IF PN-TIME-X NUMERIC
               MOVE PN-TIME TO SRT-TIME
               IF PN-TIME (1:2) > "23" OR PN-TIME (3:2) > "59"
                   MOVE "N" TO SRT-VALID
               END-IF
           ELSE
               MOVE ZERO TO SRT-TIME
               MOVE "N" TO SRT-VALID
           END-IF.
           IF PN-DIRECTION NOT = "I" AND PN-DIRECTION NOT = "O"
               MOVE "N" TO SRT-VALID
           END-IF.
           RELEASE SORT-REC.
       2100-EXIT.
           EXIT.

      * THE PUNCHES ARRIVE BY EMPLOYEE; EACH EMPLOYEE'S ARE GATHERED
      * AND WORKED OUT WHEN THE BADGE NUMBER CHANGES.
       3000-PROCESS-PUNCHES.
           PERFORM UNTIL SORT-FILE-END
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-FILE-END
                   NOT AT END
                       IF SRT-EMPID NOT = WS-CUR-EMPID
                           PERFORM 3100-FINISH-EMPLOYEE THRU 3100-EXIT
                           MOVE SRT-EMPID TO WS-CUR-EMPID
                           MOVE ZERO TO WS-PUN-COUNT
                           MOVE "N" TO WS-PUNCH-OVERFLOW
                       END-IF
                       IF WS-PUN-COUNT >= 300
                           MOVE "Y" TO WS-PUNCH-OVERFLOW
                       ELSE
                           ADD 1 TO WS-PUN-COUNT
                           MOVE SRT-DATE TO WS-PT-DATE (WS-PUN-COUNT)
                           MOVE SRT-TIME TO WS-PT-TIME (WS-PUN-COUNT)
                           MOVE SRT-DIRECTION TO
                               WS-PT-DIRECTION (WS-PUN-COUNT)
                           MOVE SRT-VALID TO
                               WS-PT-VALID (WS-PUN-COUNT)
                           MOVE "N" TO WS-PT-DROPPED (WS-PUN-COUNT)
                       END-IF
               END-RETURN
           END-PERFORM.
           PERFORM 3100-FINISH-EMPLOYEE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-FINISH-EMPLOYEE.
           IF WS-PUN-COUNT = ZERO
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           MOVE "N" TO WS-EMP-HELD.

           MOVE WS-CUR-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON-TEXT
                   PERFORM 3900-LIST-ALL-PUNCHES THRU 3900-EXIT
                   ADD 1 TO WS-HELD-COUNT
                   GO TO 3100-EXIT
           END-READ.

           MOVE "N" TO WS-GRADE-HOURLY.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               IF EMPGRADE = WS-VALID-GRADE (WS-GRADE-SUB)
                   IF WS-GRADE-HRS (WS-GRADE-SUB) = "H"
                       MOVE "Y" TO WS-GRADE-HOURLY
                   END-IF
                   MOVE WS-GRADE-COUNT TO WS-GRADE-SUB
               END-IF
           END-PERFORM.
           IF NOT GRADE-IS-HOURLY
               MOVE "GRADE IS NOT PAID BY HOURS" TO WS-REASON-TEXT
               PERFORM 3900-LIST-ALL-PUNCHES THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF PUNCH-OVERFLOW
               MOVE "OVER 300 PUNCHES - EMPLOYEE NOT IMPORTED"
                   TO WS-REASON-TEXT
               PERFORM 3900-LIST-ALL-PUNCHES THRU 3900-EXIT
               ADD 1 TO WS-HELD-COUNT
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3200-SCREEN-ONE-PUNCH THRU 3200-EXIT
               VARYING WS-PUN-SUB FROM 1 BY 1
               UNTIL WS-PUN-SUB > WS-PUN-COUNT.

           MOVE ZERO TO WS-DAY-COUNT.
           MOVE ZERO TO WS-OPEN-IN-SUB.
           PERFORM 3300-PAIR-ONE-PUNCH THRU 3300-EXIT
               VARYING WS-PUN-SUB FROM 1 BY 1
               UNTIL WS-PUN-SUB > WS-PUN-COUNT.
           IF WS-OPEN-IN-SUB > ZERO
               MOVE WS-OPEN-IN-SUB TO WS-PUN-SUB
               MOVE "IN PUNCH WITH NO OUT PUNCH" TO WS-REASON-TEXT
               PERFORM 3950-LIST-ONE-PUNCH THRU 3950-EXIT
           END-IF.

           IF EMP-HELD
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "EMPLOYEE " WS-CUR-EMPID
                       " HELD - SEE PUNCH EXCEPTIONS"
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3400-SPLIT-HOURS THRU 3400-EXIT.
           PERFORM 3500-WRITE-TIMESHEETS THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      * A BAD PUNCH OR ONE ON A LEAVE DAY IS LISTED AND TAKEN OUT
      * BEFORE PAIRING. LEAVE RUNS FROM THE SPELL START EMPSTATUS
      * RECORDED IN EMP-STATUS-DATE.
       3200-SCREEN-ONE-PUNCH.
           IF WS-PT-VALID (WS-PUN-SUB) NOT = "Y"
               MOVE "PUNCH DATE, TIME OR DIRECTION INVALID"
                   TO WS-REASON-TEXT
               PERFORM 3950-LIST-ONE-PUNCH THRU 3950-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF EMP-ON-LEAVE
                   AND WS-PT-DATE (WS-PUN-SUB) NOT < EMP-STATUS-DATE
               MOVE "PUNCH ON A DAY THE EMPLOYEE WAS ON LEAVE"
                   TO WS-REASON-TEXT
               PERFORM 3950-LIST-ONE-PUNCH THRU 3950-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      * AN IN OPENS A SHIFT, THE NEXT OUT CLOSES IT. A SHIFT OVER
      * SIXTEEN HOURS IS TAKEN AS A MISSED OUT PUNCH.
       3300-PAIR-ONE-PUNCH.
           IF WS-PT-DROPPED (WS-PUN-SUB) = "Y"
               GO TO 3300-EXIT
           END-IF.
           IF WS-PT-DIRECTION (WS-PUN-SUB) = "I"
               IF WS-OPEN-IN-SUB > ZERO
                   MOVE WS-PUN-SUB TO WS-SAVE-SUB
                   MOVE WS-OPEN-IN-SUB TO WS-PUN-SUB
                   MOVE "IN PUNCH WITH NO OUT PUNCH" TO WS-REASON-TEXT
                   PERFORM 3950-LIST-ONE-PUNCH THRU 3950-EXIT
                   MOVE WS-SAVE-SUB TO WS-PUN-SUB
               END-IF
               MOVE WS-PUN-SUB TO WS-OPEN-IN-SUB
               GO TO 3300-EXIT
           END-IF.

           IF WS-OPEN-IN-SUB = ZERO
               MOVE "OUT PUNCH WITH NO IN PUNCH" TO WS-REASON-TEXT
               PERFORM 3950-LIST-ONE-PUNCH THRU 3950-EXIT
               GO TO 3300-EXIT
           END-IF.

           MOVE WS-PT-DATE (WS-OPEN-IN-SUB) TO WS-STAMP-DATE.
           MOVE WS-PT-TIME (WS-OPEN-IN-SUB) TO WS-STAMP-TIME.
           PERFORM 3310-ROUNDED-STAMP THRU 3310-EXIT.
           MOVE WS-STAMP TO WS-IN-STAMP.
           MOVE WS-PT-DATE (WS-PUN-SUB) TO WS-STAMP-DATE.
           MOVE WS-PT-TIME (WS-PUN-SUB) TO WS-STAMP-TIME.
           PERFORM 3310-ROUNDED-STAMP THRU 3310-EXIT.
           MOVE WS-STAMP TO WS-OUT-STAMP.
           COMPUTE WS-SHIFT-MINS = WS-OUT-STAMP - WS-IN-STAMP.

           IF WS-SHIFT-MINS > 960
               MOVE "OUT PUNCH OVER 16 HOURS AFTER THE IN"
                   TO WS-REASON-TEXT
               PERFORM 3950-LIST-ONE-PUNCH THRU 3950-EXIT
               MOVE WS-PUN-SUB TO WS-SAVE-SUB
               MOVE WS-OPEN-IN-SUB TO WS-PUN-SUB
               MOVE "IN PUNCH WITH NO OUT PUNCH" TO WS-REASON-TEXT
               PERFORM 3950-LIST-ONE-PUNCH THRU 3950-EXIT
               MOVE WS-SAVE-SUB TO WS-PUN-SUB
               MOVE ZERO TO WS-OPEN-IN-SUB
               GO TO 3300-EXIT
           END-IF.
           IF WS-SHIFT-MINS < ZERO
               MOVE ZERO TO WS-SHIFT-MINS
           END-IF.

      * THE SHIFT GOES TO THE DAY IT STARTED. PUNCHES ARRIVE IN
      * ORDER, SO ONLY THE LAST DAY HELD CAN BE THE SAME DAY.
           IF WS-DAY-COUNT > ZERO
               IF WS-DY-DATE (WS-DAY-COUNT)
                       = WS-PT-DATE (WS-OPEN-IN-SUB)
                   ADD WS-SHIFT-MINS TO WS-DY-MINS (WS-DAY-COUNT)
                   MOVE ZERO TO WS-OPEN-IN-SUB
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           IF WS-DAY-COUNT >= 100
               MOVE "OVER 100 DAYS WORKED - EMPLOYEE NOT IMPORTED"
                   TO WS-REASON-TEXT
               PERFORM 3950-LIST-ONE-PUNCH THRU 3950-EXIT
               MOVE ZERO TO WS-OPEN-IN-SUB
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           MOVE WS-PT-DATE (WS-OPEN-IN-SUB)
               TO WS-DY-DATE (WS-DAY-COUNT).
           COMPUTE WS-DY-INT (WS-DAY-COUNT) =
               FUNCTION INTEGER-OF-DATE (WS-PT-DATE (WS-OPEN-IN-SUB)).
           MOVE WS-SHIFT-MINS TO WS-DY-MINS (WS-DAY-COUNT).
           MOVE ZERO TO WS-OPEN-IN-SUB.
       3300-EXIT.
           EXIT.

      * MINUTES FROM A FIXED EPOCH, WITH THE CLOCK TIME ROUNDED TO
      * THE NEAREST STEP - HALF A STEP OR LESS ROUNDS DOWN.
       3310-ROUNDED-STAMP.
           COMPUTE WS-CLOCK-MINS =
               (WS-STAMP-HH * 60) + WS-STAMP-MM.
           IF WS-ROUND-MINS > ZERO
               COMPUTE WS-ROUND-STEPS =
                   (WS-CLOCK-MINS + WS-ROUND-HALF) / WS-ROUND-MINS
               COMPUTE WS-CLOCK-MINS = WS-ROUND-STEPS * WS-ROUND-MINS
           END-IF.
           COMPUTE WS-STAMP =
               (FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440)
               + WS-CLOCK-MINS.
       3310-EXIT.
           EXIT.

      * THE UNPAID BREAK COMES OFF EACH LONG DAY, THEN THE DAYS ARE
      * WALKED IN ORDER AGAINST THE WEEK'S RUNNING TOTAL.
       3400-SPLIT-HOURS.
           MOVE ZERO TO WS-PER-COUNT.
           MOVE ZERO TO WS-CUR-WEEK-START.
           MOVE ZERO TO WS-WEEK-RUN-MINS.
           PERFORM 3410-SPLIT-ONE-DAY THRU 3410-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
       3400-EXIT.
           EXIT.

       3410-SPLIT-ONE-DAY.
           IF WS-DY-MINS (WS-DAY-SUB) > WS-BREAK-AFTER
               SUBTRACT WS-BREAK-MINS FROM WS-DY-MINS (WS-DAY-SUB)
           END-IF.

      * DAY 1 OF THE DATE INTEGERS IS A MONDAY, SO THE MONDAY THAT
      * STARTS THE WEEK IS FOUND FROM THE REMAINDER.
           COMPUTE WS-WEEK-START = WS-DY-INT (WS-DAY-SUB)
               - FUNCTION MOD (WS-DY-INT (WS-DAY-SUB) + 6, 7).
           IF WS-WEEK-START NOT = WS-CUR-WEEK-START
               MOVE WS-WEEK-START TO WS-CUR-WEEK-START
               MOVE ZERO TO WS-WEEK-RUN-MINS
           END-IF.

           EVALUATE TRUE
               WHEN WS-WEEK-RUN-MINS NOT < WS-WEEK-MINS
                   MOVE ZERO TO WS-DAY-REG-MINS
                   MOVE WS-DY-MINS (WS-DAY-SUB) TO WS-DAY-OT-MINS
               WHEN WS-WEEK-RUN-MINS + WS-DY-MINS (WS-DAY-SUB)
                       > WS-WEEK-MINS
                   COMPUTE WS-DAY-REG-MINS =
                       WS-WEEK-MINS - WS-WEEK-RUN-MINS
                   COMPUTE WS-DAY-OT-MINS =
                       WS-DY-MINS (WS-DAY-SUB) - WS-DAY-REG-MINS
               WHEN OTHER
                   MOVE WS-DY-MINS (WS-DAY-SUB) TO WS-DAY-REG-MINS
                   MOVE ZERO TO WS-DAY-OT-MINS
           END-EVALUATE.
           ADD WS-DY-MINS (WS-DAY-SUB) TO WS-WEEK-RUN-MINS.

           MOVE WS-CUR-EMPID TO DAY-EMPID.
           MOVE WS-DY-DATE (WS-DAY-SUB) TO DAY-DATE.
           MOVE WS-DAY-REG-MINS TO DAY-REG-MINS.
           MOVE WS-DAY-OT-MINS TO DAY-OT-MINS.
           WRITE DAY-REC.

           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               IF WS-PR-PERIOD (WS-PER-SUB)
                       = WS-DY-DATE (WS-DAY-SUB) (1:6)
                   GO TO 3410-ADD
               END-IF
           END-PERFORM.
           IF WS-PER-COUNT >= 12
               DISPLAY "EMPLOYEE " WS-CUR-EMPID
                       " PUNCHES SPAN OVER 12 MONTHS - DAY "
                       WS-DY-DATE (WS-DAY-SUB) " DROPPED"
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO WS-PER-COUNT.
           MOVE WS-PER-COUNT TO WS-PER-SUB.
           MOVE WS-DY-DATE (WS-DAY-SUB) (1:6)
               TO WS-PR-PERIOD (WS-PER-SUB).
           MOVE ZERO TO WS-PR-REG-MINS (WS-PER-SUB).
           MOVE ZERO TO WS-PR-OT-MINS (WS-PER-SUB).

       3410-ADD.
           ADD WS-DAY-REG-MINS TO WS-PR-REG-MINS (WS-PER-SUB).
           ADD WS-DAY-OT-MINS TO WS-PR-OT-MINS (WS-PER-SUB).
       3410-EXIT.
           EXIT.

       3500-WRITE-TIMESHEETS.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PER-COUNT
               COMPUTE WS-REG-HOURS ROUNDED =
                   WS-PR-REG-MINS (WS-PER-SUB) / 60
               COMPUTE WS-OT-HOURS ROUNDED =
                   WS-PR-OT-MINS (WS-PER-SUB) / 60
               IF WS-REG-HOURS > ZERO OR WS-OT-HOURS > ZERO
                   MOVE SPACES TO TIME-REC
                   MOVE WS-CUR-EMPID TO TS-EMPID
                   MOVE WS-PR-PERIOD (WS-PER-SUB) TO TS-PERIOD
                   MOVE WS-REG-HOURS TO TS-REG-HOURS
                   MOVE WS-OT-HOURS TO TS-OT-HOURS
                   WRITE TIME-REC
                   ADD 1 TO WS-WRITTEN-COUNT
                   ADD WS-REG-HOURS TO WS-HOURS-HASH
                   ADD WS-OT-HOURS TO WS-HOURS-HASH
               END-IF
           END-PERFORM.
       3500-EXIT.
           EXIT.

       3900-LIST-ALL-PUNCHES.
           PERFORM 3950-LIST-ONE-PUNCH THRU 3950-EXIT
               VARYING WS-PUN-SUB FROM 1 BY 1
               UNTIL WS-PUN-SUB > WS-PUN-COUNT.
       3900-EXIT.
           EXIT.

      * LISTING A PUNCH TAKES IT OUT OF PAIRING AND HOLDS THE
      * EMPLOYEE.
       3950-LIST-ONE-PUNCH.
           MOVE SPACES TO EXCEPT-LINE.
           MOVE WS-CUR-EMPID TO EXC-EMPID.
           MOVE WS-PT-DATE (WS-PUN-SUB) TO EXC-DATE.
           MOVE WS-PT-TIME (WS-PUN-SUB) TO EXC-TIME.
           MOVE WS-PT-DIRECTION (WS-PUN-SUB) TO EXC-DIRECTION.
           MOVE WS-REASON-TEXT TO EXC-REASON.
           WRITE EXCEPT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE "Y" TO WS-PT-DROPPED (WS-PUN-SUB).
           MOVE "Y" TO WS-EMP-HELD.
       3950-EXIT.
           EXIT.

       9999-CLEANUP.
           MOVE SPACES TO TIME-REC.
           MOVE "T" TO TB-TRL-REC-TYPE.
           MOVE WS-WRITTEN-COUNT TO TB-TRL-COUNT.
           MOVE WS-HOURS-HASH TO TB-TRL-HASH.
           WRITE TIME-REC.

           CLOSE TIME-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE DAY-FILE.
           CLOSE EMPFILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "PUNCH BATCH " WS-BATCH-ID " TIMESHEETS "
                  WS-WRITTEN-COUNT " HELD " WS-HELD-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "BATCH ID          : " WS-BATCH-ID.
           DISPLAY "PUNCHES READ      : " WS-PUNCH-COUNT.
           DISPLAY "EMPLOYEES         : " WS-EMP-COUNT.
           DISPLAY "TIMESHEETS WRITTEN: " WS-WRITTEN-COUNT.
           DISPLAY "EMPLOYEES HELD    : " WS-HELD-COUNT.
           DISPLAY "PUNCH EXCEPTIONS  : " WS-EXCEPTION-COUNT.
       9999-EXIT.
           EXIT.
