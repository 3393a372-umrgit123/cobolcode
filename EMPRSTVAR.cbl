       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRSTVAR.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * WEEKLY ROSTERED-VERSUS-WORKED HOURS BY DEPARTMENT.
      *
      * SETS THE HOURS SUPERVISORS ROSTERED FOR A MONDAY-TO-SUNDAY
      * WEEK AGAINST THE HOURS ACTUALLY CLOCKED, AND SHOWS FOR EACH
      * DEPARTMENT THE ROSTERED, WORKED AND OVERTIME HOURS AND THE
      * VARIANCE (WORKED LESS ROSTERED - NEGATIVE WHERE ROSTERED
      * SHIFTS WERE NOT WORKED).
      *
      * ROSTER.DAT   - ONE LINE PER EMPLOYEE PER ROSTERED DAY: EMPID
      *                9(5), DATE YYYYMMDD, SHIFT CODE X(3), START
      *                HHMM, END HHMM. THE DAY IS ROSTERED FOR THE
      *                HOURS THE SHIFT MASTER GIVES ITS SHIFT.
      * SHIFTMST.DAT - ONE LINE PER SHIFT: CODE X(3), NAME X(20),
      *                PAID HOURS 9(2)V99, NIGHT DIFFERENTIAL PER
      *                CENT 9(2)V99, WEEKEND DIFFERENTIAL PER CENT
      *                9(2)V99 (THE PERCENTAGES ARE EMPPAYRUN'S).
      * EMPPUNCH.DAY - THE HOURS WORKED EACH DAY, REGULAR AND
      *                OVERTIME, AS EMPPUNCH IMPORTED THEM FROM THE
      *                TIME CLOCKS.
      * EACH EMPLOYEE COUNTS TO THEIR DEPARTMENT ON EMPFILE.
      *
      * THE FIRST ARGUMENT IS ANY DATE (YYYYMMDD) IN THE WEEK TO
      * REPORT. WITHOUT IT THE REPORT IS FOR THE LAST WEEK ENDED ON
      * OR BEFORE THE BUSINESS DATE. THE REPORT GOES TO
      * EMPRSTVAR.DAT. RC 4 WHEN A ROSTERED SHIFT IS NOT ON THE
      * SHIFT MASTER OR AN EMPLOYEE IS NOT ON EMPFILE - EACH IS
      * LISTED AND LEFT OUT.
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
        SELECT ROSTER-FILE ASSIGN "ROSTER.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RST-FILE-STATUS.
        SELECT SHIFT-FILE ASSIGN "SHIFTMST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SHF-FILE-STATUS.
        SELECT DAY-FILE ASSIGN "EMPPUNCH.DAY"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-DAY-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPRSTVAR.DAT"
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

       FD ROSTER-FILE
       RECORD 24.
       01 ROSTER-REC.
          05 RST-EMPID         PIC 9(05).
          05 RST-DATE          PIC 9(08).
          05 RST-SHIFT         PIC X(03).
          05 RST-START         PIC 9(04).
          05 RST-END           PIC 9(04).

       FD SHIFT-FILE
       RECORD 35.
       01 SHIFT-REC.
          05 SHF-CODE          PIC X(03).
          05 SHF-NAME          PIC X(20).
          05 SHF-HOURS         PIC 9(02)V99.
          05 SHF-NIGHT-PCT     PIC 9(02)V99.
          05 SHF-WEEKEND-PCT   PIC 9(02)V99.

      * THE DAILY HOURS EMPPUNCH WRITES.
       FD DAY-FILE
       RECORD 21.
       01 DAY-REC.
          05 DAY-EMPID         PIC 9(05).
          05 DAY-DATE          PIC 9(08).
          05 DAY-REG-MINS      PIC 9(04).
          05 DAY-OT-MINS       PIC 9(04).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-RST-FILE-STATUS    PIC X(02) VALUE "00".
             88 RST-STATUS-OK      VALUE "00".
          05 WS-RST-FILE-END       PIC X(01) VALUE "N".
             88 RST-FILE-END       VALUE "Y".
          05 WS-SHF-FILE-STATUS    PIC X(02) VALUE "00".
             88 SHF-STATUS-OK      VALUE "00".
          05 WS-SHF-FILE-END       PIC X(01) VALUE "N".
             88 SHF-FILE-END       VALUE "Y".
          05 WS-DAY-FILE-STATUS    PIC X(02) VALUE "00".
             88 DAY-STATUS-OK      VALUE "00".
          05 WS-DAY-FILE-END       PIC X(01) VALUE "N".
             88 DAY-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-EMP-HIT            PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-WEEK-ARG              PIC X(08) VALUE SPACES.
       01 WS-ANCHOR-DATE           PIC 9(08) VALUE ZERO.
       01 WS-ANCHOR-INT            PIC 9(07) VALUE ZERO.
       01 WS-WEEK-START-INT        PIC 9(07) VALUE ZERO.
       01 WS-WEEK-START            PIC 9(08) VALUE ZERO.
       01 WS-WEEK-END              PIC 9(08) VALUE ZERO.

       01 WS-COUNTS.
          05 WS-ROSTER-COUNT       PIC 9(07) VALUE ZERO.
          05 WS-WORKED-COUNT       PIC 9(07) VALUE ZERO.
          05 WS-NO-SHIFT-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-NO-EMP-COUNT       PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-TOTAL-ROSTER-MINS  PIC 9(09) VALUE ZERO.
          05 WS-TOTAL-WORKED-MINS  PIC 9(09) VALUE ZERO.
          05 WS-TOTAL-OT-MINS      PIC 9(09) VALUE ZERO.

       01 WS-SHF-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-SHF-TABLE.
          05 WS-SHF-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-SHF-COUNT.
             10 WS-SHF-CODE        PIC X(03).
             10 WS-SHF-MINS        PIC 9(04).
       01 WS-SHF-SUB               PIC 9(02).

      * ONE SLOT PER DEPARTMENT NUMBER, DEPARTMENT PLUS ONE.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 1000 TIMES.
             10 WS-DV-ROSTER-MINS  PIC 9(07).
             10 WS-DV-WORKED-MINS  PIC 9(07).
             10 WS-DV-OT-MINS      PIC 9(07).
       01 WS-DEPT-SUB              PIC 9(04).

       01 WS-HOURS                 PIC 9(07)V99 VALUE ZERO.
       01 WS-VARIANCE              PIC S9(07)V99 VALUE ZERO.
       01 WS-PRT-DEPT              PIC 9(03).
       01 WS-PRT-ROSTER            PIC Z,ZZZ,ZZ9.99.
       01 WS-PRT-WORKED            PIC Z,ZZZ,ZZ9.99.
       01 WS-PRT-OT                PIC Z,ZZZ,ZZ9.99.
       01 WS-PRT-VARIANCE          PIC -,ZZZ,ZZ9.99.
       01 WS-PRT-COUNT             PIC ZZZZ9.

       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPRSTVA".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-ADD-ROSTER THRU 2000-EXIT.
           PERFORM 3000-ADD-WORKED THRU 3000-EXIT.
           PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-WEEK-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-WEEK-ARG
           END-ACCEPT.

      * DAY 1 OF THE DATE INTEGERS IS A MONDAY, SO THE REMAINDER BY
      * 7 IS 0 ON A SUNDAY.
           IF WS-WEEK-ARG = SPACES
               COMPUTE WS-ANCHOR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               COMPUTE WS-ANCHOR-INT = WS-ANCHOR-INT
                   - FUNCTION MOD (WS-ANCHOR-INT 7)
           ELSE
               IF WS-WEEK-ARG NOT NUMERIC
                   DISPLAY "WEEK MUST BE A DATE YYYYMMDD - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-WEEK-ARG TO WS-ANCHOR-DATE
               MOVE WS-ANCHOR-DATE TO DV-DATE
               MOVE "D" TO DV-CHECK-TYPE
               CALL "DATEVAL" USING DV-PARM
               IF DV-RESULT NOT = "Y"
                   DISPLAY "WEEK MUST BE A DATE YYYYMMDD - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-ANCHOR-INT =
                   FUNCTION INTEGER-OF-DATE (WS-ANCHOR-DATE)
           END-IF.
           COMPUTE WS-WEEK-START-INT = WS-ANCHOR-INT
               - FUNCTION MOD (WS-ANCHOR-INT + 6, 7).
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT).
           COMPUTE WS-WEEK-END =
               FUNCTION DATE-OF-INTEGER (WS-WEEK-START-INT + 6).

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 1000
               MOVE ZERO TO WS-DV-ROSTER-MINS (WS-DEPT-SUB)
               MOVE ZERO TO WS-DV-WORKED-MINS (WS-DEPT-SUB)
               MOVE ZERO TO WS-DV-OT-MINS (WS-DEPT-SUB)
           END-PERFORM.

           PERFORM 1100-LOAD-SHIFTS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * THE SHIFT MASTER IS MANDATORY - WITHOUT IT NO ROSTERED DAY
      * HAS ANY HOURS.
       1100-LOAD-SHIFTS.
           OPEN INPUT SHIFT-FILE.
           IF NOT SHF-STATUS-OK
               DISPLAY "ERROR OPENING SHIFT-FILE"
               DISPLAY "FILE STATUS : " WS-SHF-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL SHF-FILE-END
               READ SHIFT-FILE
                   AT END
                       MOVE "Y" TO WS-SHF-FILE-END
                   NOT AT END
                       IF WS-SHF-COUNT >= 50
                           DISPLAY "SHIFT TABLE FULL - " SHF-CODE
                                   " DROPPED"
                       ELSE
                           ADD 1 TO WS-SHF-COUNT
                           MOVE SHF-CODE TO WS-SHF-CODE (WS-SHF-COUNT)
                           COMPUTE WS-SHF-MINS (WS-SHF-COUNT) ROUNDED
                               = SHF-HOURS * 60
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFT-FILE.
       1100-EXIT.
           EXIT.

      * NO ROSTER MEANS NOTHING WAS ROSTERED - EVERY HOUR WORKED IS
      * THEN VARIANCE.
       2000-ADD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF NOT RST-STATUS-OK
               DISPLAY "NO ROSTER FILE - NOTHING ROSTERED"
               GO TO 2000-EXIT
           END-IF.
           PERFORM UNTIL RST-FILE-END
               READ ROSTER-FILE
                   AT END
                       MOVE "Y" TO WS-RST-FILE-END
                   NOT AT END
                       IF RST-DATE NOT < WS-WEEK-START
                               AND RST-DATE NOT > WS-WEEK-END
                           PERFORM 2100-ADD-ONE-ROSTER THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       2000-EXIT.
           EXIT.

       2100-ADD-ONE-ROSTER.
           PERFORM VARYING WS-SHF-SUB FROM 1 BY 1
                   UNTIL WS-SHF-SUB > WS-SHF-COUNT
               IF WS-SHF-CODE (WS-SHF-SUB) = RST-SHIFT
                   GO TO 2100-HAVE-SHIFT
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NO-SHIFT-COUNT.
           DISPLAY "SHIFT " RST-SHIFT " ROSTERED TO " RST-EMPID
                   " ON " RST-DATE " IS NOT ON THE SHIFT MASTER".
           GO TO 2100-EXIT.

       2100-HAVE-SHIFT.
           MOVE RST-EMPID TO EMPID.
           PERFORM 4000-FIND-EMPLOYEE THRU 4000-EXIT.
           IF NOT EMP-FOUND
               GO TO 2100-EXIT
           END-IF.
           ADD WS-SHF-MINS (WS-SHF-SUB)
               TO WS-DV-ROSTER-MINS (WS-DEPT-SUB).
           ADD WS-SHF-MINS (WS-SHF-SUB) TO WS-TOTAL-ROSTER-MINS.
           ADD 1 TO WS-ROSTER-COUNT.
       2100-EXIT.
           EXIT.

      * NO DAILY HOURS FILE MEANS NO PUNCHES HAVE BEEN IMPORTED -
      * EVERY ROSTERED HOUR IS THEN VARIANCE.
       3000-ADD-WORKED.
           OPEN INPUT DAY-FILE.
           IF NOT DAY-STATUS-OK
               DISPLAY "NO DAILY HOURS FILE - RUN EMPPUNCH FIRST"
               GO TO 3000-EXIT
           END-IF.
           PERFORM UNTIL DAY-FILE-END
               READ DAY-FILE
                   AT END
                       MOVE "Y" TO WS-DAY-FILE-END
                   NOT AT END
                       IF DAY-DATE NOT < WS-WEEK-START
                               AND DAY-DATE NOT > WS-WEEK-END
                           PERFORM 3100-ADD-ONE-DAY THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DAY-FILE.
       3000-EXIT.
           EXIT.

       3100-ADD-ONE-DAY.
           MOVE DAY-EMPID TO EMPID.
           PERFORM 4000-FIND-EMPLOYEE THRU 4000-EXIT.
           IF NOT EMP-FOUND
               GO TO 3100-EXIT
           END-IF.
           ADD DAY-REG-MINS TO WS-DV-WORKED-MINS (WS-DEPT-SUB).
           ADD DAY-OT-MINS TO WS-DV-WORKED-MINS (WS-DEPT-SUB).
           ADD DAY-OT-MINS TO WS-DV-OT-MINS (WS-DEPT-SUB).
           ADD DAY-REG-MINS TO WS-TOTAL-WORKED-MINS.
           ADD DAY-OT-MINS TO WS-TOTAL-WORKED-MINS.
           ADD DAY-OT-MINS TO WS-TOTAL-OT-MINS.
           ADD 1 TO WS-WORKED-COUNT.
       3100-EXIT.
           EXIT.

      * EMPID IS SET BY THE CALLER. ON A HIT WS-DEPT-SUB POINTS AT
      * THE EMPLOYEE'S DEPARTMENT SLOT.
       4000-FIND-EMPLOYEE.
           MOVE "Y" TO WS-EMP-HIT.
           READ EMPFILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-HIT
                   ADD 1 TO WS-NO-EMP-COUNT
                   DISPLAY "EMPLOYEE " EMPID " NOT ON EMPFILE"
                   GO TO 4000-EXIT
           END-READ.
           COMPUTE WS-DEPT-SUB = EMPDEPT + 1.
       4000-EXIT.
           EXIT.

      * ONE LINE PER DEPARTMENT WITH ANY HOURS ROSTERED OR WORKED
      * IN THE WEEK, THEN THE TOTAL.
       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "ROSTERED VERSUS WORKED HOURS FOR WEEK "
                  WS-WEEK-START " TO " WS-WEEK-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT      ROSTERED        WORKED      OVERTIME"
                  "      VARIANCE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 5100-REPORT-ONE-DEPT THRU 5100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 1000.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-HOURS ROUNDED = WS-TOTAL-ROSTER-MINS / 60.
           MOVE WS-HOURS TO WS-PRT-ROSTER.
           COMPUTE WS-HOURS ROUNDED = WS-TOTAL-WORKED-MINS / 60.
           MOVE WS-HOURS TO WS-PRT-WORKED.
           COMPUTE WS-HOURS ROUNDED = WS-TOTAL-OT-MINS / 60.
           MOVE WS-HOURS TO WS-PRT-OT.
           COMPUTE WS-VARIANCE ROUNDED =
               (WS-TOTAL-WORKED-MINS - WS-TOTAL-ROSTER-MINS) / 60.
           MOVE WS-VARIANCE TO WS-PRT-VARIANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL " WS-PRT-ROSTER "  " WS-PRT-WORKED "  "
                  WS-PRT-OT "  " WS-PRT-VARIANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NO-SHIFT-COUNT > ZERO
               MOVE WS-NO-SHIFT-COUNT TO WS-PRT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ROSTERED DAYS WITH NO SHIFT ON MASTER: "
                      WS-PRT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-NO-EMP-COUNT > ZERO
               MOVE WS-NO-EMP-COUNT TO WS-PRT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "DAYS FOR EMPLOYEES NOT ON EMPFILE   : "
                      WS-PRT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
       5000-EXIT.
           EXIT.

       5100-REPORT-ONE-DEPT.
           IF WS-DV-ROSTER-MINS (WS-DEPT-SUB) = ZERO
                   AND WS-DV-WORKED-MINS (WS-DEPT-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-PRT-DEPT = WS-DEPT-SUB - 1.
           COMPUTE WS-HOURS ROUNDED =
               WS-DV-ROSTER-MINS (WS-DEPT-SUB) / 60.
           MOVE WS-HOURS TO WS-PRT-ROSTER.
           COMPUTE WS-HOURS ROUNDED =
               WS-DV-WORKED-MINS (WS-DEPT-SUB) / 60.
           MOVE WS-HOURS TO WS-PRT-WORKED.
           COMPUTE WS-HOURS ROUNDED =
               WS-DV-OT-MINS (WS-DEPT-SUB) / 60.
           MOVE WS-HOURS TO WS-PRT-OT.
           COMPUTE WS-VARIANCE ROUNDED =
               (WS-DV-WORKED-MINS (WS-DEPT-SUB)
                - WS-DV-ROSTER-MINS (WS-DEPT-SUB)) / 60.
           MOVE WS-VARIANCE TO WS-PRT-VARIANCE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PRT-DEPT "   " WS-PRT-ROSTER "  " WS-PRT-WORKED
                  "  " WS-PRT-OT "  " WS-PRT-VARIANCE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "ROSTER VARIANCE WEEK " WS-WEEK-START
                  " ROSTERED DAYS " WS-ROSTER-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-NO-SHIFT-COUNT > ZERO OR WS-NO-EMP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "WEEK                  : " WS-WEEK-START
                   " TO " WS-WEEK-END.
           DISPLAY "ROSTERED DAYS COUNTED : " WS-ROSTER-COUNT.
           DISPLAY "WORKED DAYS COUNTED   : " WS-WORKED-COUNT.
           DISPLAY "SHIFTS NOT ON MASTER  : " WS-NO-SHIFT-COUNT.
           DISPLAY "EMPLOYEES NOT FOUND   : " WS-NO-EMP-COUNT.
       9999-EXIT.
           EXIT.
