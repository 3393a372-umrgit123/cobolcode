      * THE FILE CARRIES THE USUAL BATCH CONTROLS: AN "H" HEADER
      * (BATCH ID AND DATE) AND A "T" TRAILER (DETAIL COUNT AND
      * TOTAL-HOURS HASH); DETAILS START WITH A DIGIT.
      * HOURLY STAFF ON THE TIME CLOCKS HAVE THEIR TIMESHEETS BUILT
      * FROM THE PUNCHES BY EMPPUNCH, WHICH WRITES THE SAME FILE.
      *
      * PROJECT HOURS LINE (21 BYTES), FOR STAFF WHOSE TIME IS
      * CHARGED TO CLIENT OR INTERNAL PROJECTS:
      *   "P", EMPID 9(5), PERIOD YYYYMM 9(6), PROJECT CODE X(6),
      *   HOURS 9(3)
      * ITS HOURS COUNT IN THE TRAILER HASH LIKE ANY OTHER. A CLEAN
      * PROJECT LINE GOES TO EMPPROJ.EDT FOR THE PROJECT COSTING
      * (EMPPRJRPT), NOT TO THE PAYROLL FILE - PROJECT TIME IS A
      * CHARGE-OUT OF HOURS ALREADY PAID, SO ANY GRADE MAY BOOK IT.
      * THE PROJECT MUST BE ON PROJMAST.DAT AND OPEN.
      *
      * REASON CODES:
      *   TS01 - EMPID NOT NUMERIC OR ZERO
      *   TS04 - PERIOD NOT A VALID YYYYMM
      *   TS05 - HOURS NOT NUMERIC
      *   TS06 - HOURS OUTSIDE REASONABLE RANGE
      *   TS07 - PROJECT NOT ON PROJECT MASTER
      *   TS08 - PROJECT IS CLOSED
      *
      * A TIMESHEET WHOSE TOTAL HOURS ARE WELL ABOVE THE EMPLOYEE'S
      * ROSTERED HOURS FOR THE PERIOD (MORE THAN 10 PER CENT OVER
      * THE SHIFTS ON ROSTER.DAT, AT THE HOURS SHIFTMST.DAT GIVES
      * EACH SHIFT) IS STILL PASSED TO PAYROLL, BUT IS ALSO LISTED
      * ON THE ERROR FILE FOR THE SUPERVISOR TO CONFIRM:
      *   TS09 - ACCEPTED - WELL ABOVE ROSTERED HOURS
      * AN EMPLOYEE WITH NO SHIFTS ROSTERED IN THE PERIOD IS NOT
      * CHECKED, NOR IS ANYONE WHEN THERE IS NO ROSTER.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        SELECT CLEAN-FILE ASSIGN "EMPTIME.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CLEAN-FILE-STATUS.
        SELECT PROJ-CLEAN-FILE ASSIGN "EMPPROJ.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PCLEAN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPTIMED.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERROR-FILE-STATUS.
        SELECT GRADE-FILE ASSIGN "GRADEMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GRADE-FILE-STATUS.
        SELECT PROJECT-FILE ASSIGN "PROJMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRJ-FILE-STATUS.
        SELECT SHIFT-FILE ASSIGN "SHIFTMST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SHF-FILE-STATUS.
        SELECT ROSTER-FILE ASSIGN "ROSTER.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD TIME-FILE
       RECORD 21.
       01 TIME-REC.
          05 TS-EMPID          PIC 9(05).
          05 TS-PERIOD         PIC 9(06).
          05 TS-REG-HOURS      PIC 9(03).
          05 TS-OT-HOURS       PIC 9(03).
          05 FILLER            PIC X(04).
       01 TIME-REC-X REDEFINES TIME-REC.
          05 TS-EMPID-X        PIC X(05).
          05 TS-PERIOD-X       PIC X(06).
          05 TS-REG-X          PIC X(03).
          05 TS-OT-X           PIC X(03).
          05 FILLER            PIC X(04).
       01 TIME-BATCH-REC REDEFINES TIME-REC.
          05 TB-REC-TYPE       PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
             88 TB-PROJECT-REC VALUE "P".
          05 FILLER            PIC X(20).
       01 TIME-HEADER REDEFINES TIME-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(04).
       01 TIME-TRAILER REDEFINES TIME-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(06).
       01 TIME-PROJECT REDEFINES TIME-REC.
          05 FILLER            PIC X(01).
          05 TP-DETAIL.
             10 TP-EMPID       PIC 9(05).
             10 TP-PERIOD      PIC 9(06).
             10 TP-PROJECT     PIC X(06).
             10 TP-HOURS       PIC 9(03).
       01 TIME-PROJECT-X REDEFINES TIME-REC.
          05 FILLER            PIC X(01).
          05 TP-EMPID-X        PIC X(05).
          05 TP-PERIOD-X       PIC X(06).
          05 FILLER            PIC X(06).
          05 TP-HOURS-X        PIC X(03).

       FD CLEAN-FILE
       RECORD 17.
       01 CLEAN-REC            PIC X(17).

       FD PROJ-CLEAN-FILE
       RECORD 20.
       01 PROJ-CLEAN-REC       PIC X(20).

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

       FD GRADE-FILE
       RECORD 15.
          05 GRD-MAX-SALARY    PIC 9(06).
          05 GRD-PAY-BY-HOURS  PIC X(01).

       FD PROJECT-FILE
       RECORD 31.
       01 PROJECT-REC.
          05 PRJ-CODE          PIC X(06).
          05 PRJ-NAME          PIC X(20).
          05 PRJ-DEPT          PIC 9(03).
          05 PRJ-STATUS        PIC X(01).
          05 PRJ-BILLABLE      PIC X(01).

       FD SHIFT-FILE
       RECORD 35.
       01 SHIFT-REC.
          05 SHF-CODE          PIC X(03).
          05 SHF-NAME          PIC X(20).
          05 SHF-HOURS         PIC 9(02)V99.
          05 SHF-NIGHT-PCT     PIC 9(02)V99.
          05 SHF-WEEKEND-PCT   PIC 9(02)V99.

       FD ROSTER-FILE
       RECORD 24.
       01 ROSTER-REC.
          05 RST-EMPID         PIC 9(05).
          05 RST-DATE          PIC 9(08).
          05 RST-SHIFT         PIC X(03).
          05 RST-START         PIC 9(04).
          05 RST-END           PIC 9(04).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-INPUT-LINE    PIC X(21).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 ERR-REASON-CODE   PIC X(04).
          05 FILLER            PIC X(02) VALUE SPACES.
             88 TIME-FILE-END      VALUE "Y".
          05 WS-CLEAN-FILE-STATUS  PIC X(02) VALUE "00".
             88 CLEAN-STATUS-OK    VALUE "00".
          05 WS-PCLEAN-FILE-STATUS PIC X(02) VALUE "00".
             88 PCLEAN-STATUS-OK   VALUE "00".
          05 WS-ERROR-FILE-STATUS  PIC X(02) VALUE "00".
             88 ERROR-STATUS-OK    VALUE "00".
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 GRADE-FILE-STATUS-OK VALUE "00".
          05 WS-GRADE-FILE-END     PIC X(01) VALUE "N".
             88 GRADE-FILE-END     VALUE "Y".
          05 WS-PRJ-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRJ-STATUS-OK      VALUE "00".
          05 WS-PRJ-FILE-END       PIC X(01) VALUE "N".
             88 PRJ-FILE-END       VALUE "Y".
          05 WS-SHF-FILE-STATUS    PIC X(02) VALUE "00".
             88 SHF-STATUS-OK      VALUE "00".
          05 WS-SHF-FILE-END       PIC X(01) VALUE "N".
             88 SHF-FILE-END       VALUE "Y".
          05 WS-RST-FILE-STATUS    PIC X(02) VALUE "00".
             88 RST-STATUS-OK      VALUE "00".
          05 WS-RST-FILE-END       PIC X(01) VALUE "N".
             88 RST-FILE-END       VALUE "Y".
          05 WS-EMP-FOUND          PIC X(01) VALUE "N".
             88 EMP-FOUND          VALUE "Y".
          05 WS-GRADE-HOURLY       PIC X(01) VALUE "N".
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-CLEAN-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-ERROR-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-PROJ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-ROSTER-FLAG-COUNT  PIC 9(05) VALUE ZERO.
       01 WS-REASON-CODE           PIC X(04) VALUE SPACES.
       01 WS-REASON-TEXT           PIC X(36) VALUE SPACES.
       01 WS-PERIOD-MONTH          PIC 9(02) VALUE ZERO.
             10 WS-GRADE-HRS       PIC X(01).
       01 WS-GRADE-SUB             PIC 9(02).

       01 WS-PRJ-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-PRJ-TABLE.
          05 WS-PRJ-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-PRJ-COUNT.
             10 WS-PRJ-CODE        PIC X(06).
             10 WS-PRJ-STATUS      PIC X(01).
       01 WS-PRJ-SUB               PIC 9(03).

       01 WS-SHF-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-SHF-TABLE.
          05 WS-SHF-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-SHF-COUNT.
             10 WS-SHF-CODE        PIC X(03).
             10 WS-SHF-HOURS       PIC 9(02)V99.
       01 WS-SHF-SUB               PIC 9(02).

      * ROSTERED HOURS BY EMPLOYEE AND PERIOD.
       01 WS-RH-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-RH-TABLE.
          05 WS-RH-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-RH-COUNT.
             10 WS-RH-EMPID        PIC 9(05).
             10 WS-RH-PERIOD       PIC 9(06).
             10 WS-RH-HOURS        PIC 9(04)V99.
       01 WS-RH-SUB                PIC 9(04).
       01 WS-ROSTER-LIMIT          PIC 9(05)V99 VALUE ZERO.
       01 WS-TS-TOTAL-HOURS        PIC 9(04) VALUE ZERO.

       01 WS-BATCH-FIELDS.
          05 WS-BATCH-ID           PIC X(08) VALUE SPACES.
          05 WS-BATCH-DETAILS      PIC 9(05) VALUE ZERO.
           END-IF.

           PERFORM 1100-LOAD-GRADE-TABLE THRU 1100-EXIT.
           PERFORM 1200-LOAD-PROJECT-TABLE THRU 1200-EXIT.
           PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN OUTPUT CLEAN-FILE.
               GOBACK
           END-IF.

           OPEN OUTPUT PROJ-CLEAN-FILE.
           IF NOT PCLEAN-STATUS-OK
               DISPLAY "ERROR OPENING PROJ-CLEAN-FILE"
               DISPLAY "FILE STATUS : " WS-PCLEAN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ERROR-FILE.
           IF NOT ERROR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
       1100-EXIT.
           EXIT.

      * NO PROJECT MASTER IS NOT AN ERROR FOR A BATCH OF ORDINARY
      * TIMESHEETS - ANY PROJECT LINE IN IT IS SIMPLY REJECTED TS07.
       1200-LOAD-PROJECT-TABLE.
           OPEN INPUT PROJECT-FILE.
           IF NOT PRJ-STATUS-OK
               DISPLAY "NO PROJECT MASTER - PROJECT HOURS WILL REJECT"
               GO TO 1200-EXIT
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
                           MOVE PRJ-CODE TO
                               WS-PRJ-CODE (WS-PRJ-COUNT)
                           MOVE PRJ-STATUS TO
                               WS-PRJ-STATUS (WS-PRJ-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROJECT-FILE.
       1200-EXIT.
           EXIT.

      * THE ROSTER IS SUMMED TO HOURS PER EMPLOYEE PER PERIOD AT THE
      * SHIFT MASTER'S HOURS. A SHIFT CODE NOT ON THE MASTER COUNTS
      * NOTHING. WITHOUT BOTH FILES NO TIMESHEET IS CHECKED.
       1300-LOAD-ROSTER.
           OPEN INPUT SHIFT-FILE.
           IF NOT SHF-STATUS-OK
               GO TO 1300-EXIT
           END-IF.
           PERFORM UNTIL SHF-FILE-END
               READ SHIFT-FILE
                   AT END
                       MOVE "Y" TO WS-SHF-FILE-END
                   NOT AT END
                       IF WS-SHF-COUNT < 50
                           ADD 1 TO WS-SHF-COUNT
                           MOVE SHF-CODE TO WS-SHF-CODE (WS-SHF-COUNT)
                           MOVE SHF-HOURS TO
                               WS-SHF-HOURS (WS-SHF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFT-FILE.

           OPEN INPUT ROSTER-FILE.
           IF NOT RST-STATUS-OK
               GO TO 1300-EXIT
           END-IF.
           PERFORM UNTIL RST-FILE-END
               READ ROSTER-FILE
                   AT END
                       MOVE "Y" TO WS-RST-FILE-END
                   NOT AT END
                       PERFORM 1310-TAKE-ROSTER-DAY THRU 1310-EXIT
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       1300-EXIT.
           EXIT.

       1310-TAKE-ROSTER-DAY.
           PERFORM VARYING WS-SHF-SUB FROM 1 BY 1
                   UNTIL WS-SHF-SUB > WS-SHF-COUNT
               IF WS-SHF-CODE (WS-SHF-SUB) = RST-SHIFT
                   GO TO 1310-HAVE-SHIFT
               END-IF
           END-PERFORM.
           GO TO 1310-EXIT.

       1310-HAVE-SHIFT.
           PERFORM VARYING WS-RH-SUB FROM 1 BY 1
                   UNTIL WS-RH-SUB > WS-RH-COUNT
               IF WS-RH-EMPID (WS-RH-SUB) = RST-EMPID
                       AND WS-RH-PERIOD (WS-RH-SUB) = RST-DATE (1:6)
                   ADD WS-SHF-HOURS (WS-SHF-SUB)
                       TO WS-RH-HOURS (WS-RH-SUB)
                   GO TO 1310-EXIT
               END-IF
           END-PERFORM.
           IF WS-RH-COUNT >= 2000
               DISPLAY "ROSTER TABLE FULL - " RST-EMPID
                       " NOT CHECKED"
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-RH-COUNT.
           MOVE RST-EMPID TO WS-RH-EMPID (WS-RH-COUNT).
           MOVE RST-DATE (1:6) TO WS-RH-PERIOD (WS-RH-COUNT).
           MOVE WS-SHF-HOURS (WS-SHF-SUB) TO WS-RH-HOURS (WS-RH-COUNT).
       1310-EXIT.
           EXIT.

      * THE BATCH IS PROVED WHOLE BEFORE A SINGLE RECORD IS EDITED:
      * HEADER, TRAILER, COUNT AND TOTAL-HOURS HASH, AND A BATCH ID
      * NOT APPLIED BEFORE.
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE TB-TRL-COUNT TO WS-TRAILER-COUNT
                               MOVE TB-TRL-HASH  TO WS-TRAILER-HASH
                           WHEN TB-PROJECT-REC
                               ADD 1 TO WS-BATCH-DETAILS
                               IF TP-HOURS-X NUMERIC
                                   ADD TP-HOURS TO WS-BATCH-HASH
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-BATCH-DETAILS
                               IF TS-REG-X NUMERIC
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           IF TB-PROJECT-REC
                               PERFORM 2300-EDIT-PROJECT THRU 2300-EXIT
                           ELSE
                               PERFORM 2100-EDIT-ONE THRU 2100-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE TIME-REC TO CLEAN-REC.
           WRITE CLEAN-REC.
           ADD 1 TO WS-CLEAN-COUNT.
           PERFORM 2400-CHECK-ROSTER THRU 2400-EXIT.
           GO TO 2100-EXIT.

       2100-REJECT.
           PERFORM 2900-WRITE-ERROR THRU 2900-EXIT.
           DISPLAY "REJECTED " TS-EMPID-X " " WS-REASON-CODE
                   " - " WS-REASON-TEXT.
       2100-EXIT.
       2200-EXIT.
           EXIT.

      * A PROJECT LINE GETS THE SAME EMPLOYEE, PERIOD AND HOURS
      * CHECKS AS A TIMESHEET, THEN THE PROJECT ITSELF IS CHECKED.
      * REJECTS GO THROUGH 2900 SO THE ERROR FILE READS THE SAME.
       2300-EDIT-PROJECT.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON-TEXT.

           IF TP-EMPID-X NOT NUMERIC OR TP-EMPID = ZERO
               MOVE "TS01" TO WS-REASON-CODE
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-REASON-TEXT
               GO TO 2300-REJECT
           END-IF.

           MOVE "N" TO WS-EMP-FOUND.
           MOVE TP-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.
           IF NOT EMP-FOUND
               MOVE "TS02" TO WS-REASON-CODE
               MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-REASON-TEXT
               GO TO 2300-REJECT
           END-IF.

           IF TP-PERIOD-X NOT NUMERIC
               MOVE "TS04" TO WS-REASON-CODE
               MOVE "PERIOD NOT A VALID YYYYMM" TO WS-REASON-TEXT
               GO TO 2300-REJECT
           END-IF.
           MOVE TP-PERIOD (5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH < 01 OR WS-PERIOD-MONTH > 12
               MOVE "TS04" TO WS-REASON-CODE
               MOVE "PERIOD NOT A VALID YYYYMM" TO WS-REASON-TEXT
               GO TO 2300-REJECT
           END-IF.

           IF TP-HOURS-X NOT NUMERIC
               MOVE "TS05" TO WS-REASON-CODE
               MOVE "HOURS NOT NUMERIC" TO WS-REASON-TEXT
               GO TO 2300-REJECT
           END-IF.
           IF TP-HOURS = ZERO OR TP-HOURS > 200
               MOVE "TS06" TO WS-REASON-CODE
               MOVE "HOURS OUTSIDE REASONABLE RANGE"
                   TO WS-REASON-TEXT
               GO TO 2300-REJECT
           END-IF.

           PERFORM VARYING WS-PRJ-SUB FROM 1 BY 1
                   UNTIL WS-PRJ-SUB > WS-PRJ-COUNT
               IF WS-PRJ-CODE (WS-PRJ-SUB) = TP-PROJECT
                   GO TO 2300-HAVE-PROJECT
               END-IF
           END-PERFORM.
           MOVE "TS07" TO WS-REASON-CODE.
           MOVE "PROJECT NOT ON PROJECT MASTER" TO WS-REASON-TEXT.
           GO TO 2300-REJECT.

       2300-HAVE-PROJECT.
           IF WS-PRJ-STATUS (WS-PRJ-SUB) NOT = "O"
               MOVE "TS08" TO WS-REASON-CODE
               MOVE "PROJECT IS CLOSED" TO WS-REASON-TEXT
               GO TO 2300-REJECT
           END-IF.

           MOVE TP-DETAIL TO PROJ-CLEAN-REC.
           WRITE PROJ-CLEAN-REC.
           ADD 1 TO WS-CLEAN-COUNT.
           ADD 1 TO WS-PROJ-COUNT.
           GO TO 2300-EXIT.

       2300-REJECT.
           PERFORM 2900-WRITE-ERROR THRU 2900-EXIT.
           DISPLAY "REJECTED " TP-EMPID-X " " WS-REASON-CODE
                   " - " WS-REASON-TEXT.
       2300-EXIT.
           EXIT.

      * THE TIMESHEET HAS ALREADY GONE TO PAYROLL - THIS ONLY PUTS
      * IT IN FRONT OF THE SUPERVISOR.
       2400-CHECK-ROSTER.
           PERFORM VARYING WS-RH-SUB FROM 1 BY 1
                   UNTIL WS-RH-SUB > WS-RH-COUNT
               IF WS-RH-EMPID (WS-RH-SUB) = TS-EMPID
                       AND WS-RH-PERIOD (WS-RH-SUB) = TS-PERIOD
                   GO TO 2400-HAVE-ROSTER
               END-IF
           END-PERFORM.
           GO TO 2400-EXIT.

       2400-HAVE-ROSTER.
           COMPUTE WS-TS-TOTAL-HOURS = TS-REG-HOURS + TS-OT-HOURS.
           COMPUTE WS-ROSTER-LIMIT = WS-RH-HOURS (WS-RH-SUB) * 1.10.
           IF WS-TS-TOTAL-HOURS NOT > WS-ROSTER-LIMIT
               GO TO 2400-EXIT
           END-IF.
           MOVE "TS09" TO WS-REASON-CODE.
           MOVE "ACCEPTED - WELL ABOVE ROSTERED HOURS"
               TO WS-REASON-TEXT.
           PERFORM 2900-WRITE-ERROR THRU 2900-EXIT.
           SUBTRACT 1 FROM WS-ERROR-COUNT.
           ADD 1 TO WS-ROSTER-FLAG-COUNT.
           DISPLAY "FLAGGED  " TS-EMPID-X " " WS-REASON-CODE
                   " - " WS-REASON-TEXT.
       2400-EXIT.
           EXIT.

       2900-WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TIME-REC TO ERR-INPUT-LINE.
           MOVE WS-REASON-CODE TO ERR-REASON-CODE.
           MOVE WS-REASON-TEXT TO ERR-REASON-TEXT.
           WRITE ERROR-LINE.
       2900-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE TIME-FILE.
           CLOSE CLEAN-FILE.
           CLOSE PROJ-CLEAN-FILE.
           CLOSE ERROR-FILE.
           CLOSE EMPFILE.

                  " REJECTED " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF RETURN-CODE = ZERO AND (WS-ERROR-COUNT > ZERO
                   OR WS-ROSTER-FLAG-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "TIMESHEETS READ    : " WS-READ-COUNT.
           DISPLAY "TIMESHEETS CLEAN   : " WS-CLEAN-COUNT.
           DISPLAY "TIMESHEETS IN ERROR: " WS-ERROR-COUNT.
           DISPLAY "PROJECT HOURS CLEAN: " WS-PROJ-COUNT.
           DISPLAY "OVER ROSTER FLAGGED: " WS-ROSTER-FLAG-COUNT.
       9999-EXIT.
           EXIT.
