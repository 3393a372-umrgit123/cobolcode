       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDQSCR.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTHLY DATA-QUALITY COMPLETENESS SCORECARD.
      *
      * EMPINTAUD FINDS RECORDS THAT POINT AT NOTHING; THIS RUN
      * FINDS EMPLOYEES WHOSE RECORDS ARE SIMPLY INCOMPLETE. EVERY
      * ACTIVE (AND ON-LEAVE) EMPLOYEE ON EMPFILE IS CHECKED
      * AGAINST THE COMPLETENESS RULES SWITCHED ON IN THE RULES
      * FILE (DQRULES.DAT). THE RULES THIS PROGRAM KNOWS:
      *   DESG - NO DESIGNATION ON EMPFILE
      *   HIRE - HIRE DATE OF ZERO
      *   GRBD - GRADE WITH NO BAND ON GRADEMAST.DAT
      *   ADDR - NO ADDRESS ON EMPADDR (OR A BLANK FIRST LINE)
      *   PHON - NO PHONE NUMBER ON EMPADDR
      *   EMRG - NO EMERGENCY CONTACT NAME AND PHONE ON EMPADDR
      *   BANK - NO BANK RECORD ON EMPBANK, OR ONE THE BANK RETURNED
      * WITHOUT A RULES FILE EVERY RULE APPLIES. A RULE CODE ON THE
      * FILE THAT IS NOT IN THE LIST ABOVE IS REPORTED AND IGNORED.
      *
      * A RECORD IS COMPLETE WHEN IT PASSES EVERY RULE IN FORCE.
      * EACH DEPARTMENT IS SCORED BY THE PERCENTAGE OF COMPLETE
      * RECORDS ON THE SCORECARD (EMPDQSCR.RPT), NEXT TO ITS SCORE
      * FROM THE PREVIOUS RUN ON THE SCORE HISTORY (DQSCORE.HST),
      * WHICH EACH RUN THEN EXTENDS SO THE TREND IS KEPT. THE FIX
      * LIST (EMPDQFIX.RPT) NAMES EVERY FAILED RULE FOR EVERY
      * EMPLOYEE, GROUPED BY THE HR PARTNER EACH DEPARTMENT IS
      * ASSIGNED TO ON HRPARTNR.DAT (DEPARTMENTS WITH NO PARTNER
      * COME OUT UNDER "UNASSIGNED").
      *
      * RULES LAYOUT (40 BYTES):
      *   RULE CODE X(4), BLANK, IN FORCE X(1) (Y/N), BLANK,
      *   FIX-LIST TEXT X(30) (BLANK = THE STANDARD TEXT)
      * HR PARTNER LAYOUT (24 BYTES):
      *   DEPARTMENT 9(3), BLANK, PARTNER NAME X(20)
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
        SELECT ADDR-FILE ASSIGN "EMPADDR"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ADR-FILE-STATUS
                       RECORD KEY ADR-EMPID.
        SELECT BANK-FILE ASSIGN "EMPBANK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BNK-FILE-STATUS
                       RECORD KEY BNK-EMPID.
        SELECT DEPT-FILE ASSIGN "DEPTFILE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-DEPT-FILE-STATUS
                       RECORD KEY DEPT-NO.
        SELECT GRADE-FILE ASSIGN "GRADEMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GRADE-FILE-STATUS.
        SELECT RULES-FILE ASSIGN "DQRULES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RUL-FILE-STATUS.
        SELECT PARTNER-FILE ASSIGN "HRPARTNR.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PTN-FILE-STATUS.
        SELECT HISTORY-FILE ASSIGN "DQSCORE.HST"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-HST-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPDQSCR.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
        SELECT FIX-FILE ASSIGN "EMPDQFIX.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-FIX-FILE-STATUS.
        SELECT SORT-WORK-FILE ASSIGN "EMPDQSCR.WRK".
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

       FD ADDR-FILE
       RECORD 150.
       01 ADRREC.
          05 ADR-EMPID         PIC 9(05).
          05 ADR-ADDRESS1      PIC X(30).
          05 ADR-ADDRESS2      PIC X(30).
          05 ADR-CITY          PIC X(20).
          05 ADR-STATE         PIC X(02).
          05 ADR-ZIP           PIC X(10).
          05 ADR-PHONE         PIC X(15).
          05 ADR-EMERG-NAME    PIC X(20).
          05 ADR-EMERG-PHONE   PIC X(15).
          05 FILLER            PIC X(03).

       FD BANK-FILE
       RECORD 60.
       01 BNKREC.
          05 BNK-EMPID         PIC 9(05).
          05 BNK-ROUTING       PIC X(09).
          05 BNK-ACCOUNT       PIC X(17).
          05 BNK-ACCT-TYPE     PIC X(01).
          05 BNK-PRENOTE       PIC X(01).
             88 BNK-ACCOUNT-RETURNED VALUE "R".
          05 FILLER            PIC X(27).

       FD DEPT-FILE
       RECORD 80.
       01 DEPTREC.
          05 DEPT-NO           PIC 9(03).
          05 DEPT-NAME         PIC X(20).
          05 FILLER            PIC X(57).

       FD GRADE-FILE
       RECORD 15.
       01 GRADE-REC.
          05 GRD-GRADE         PIC X(02).
          05 GRD-MIN-SALARY    PIC 9(06).
          05 GRD-MAX-SALARY    PIC 9(06).
          05 GRD-PAY-BY-HOURS  PIC X(01).

       FD RULES-FILE
       RECORD 40.
       01 RULES-REC.
          05 DQR-CODE          PIC X(04).
          05 FILLER            PIC X(01).
          05 DQR-IN-FORCE      PIC X(01).
          05 FILLER            PIC X(01).
          05 DQR-TEXT          PIC X(30).
          05 FILLER            PIC X(03).

       FD PARTNER-FILE
       RECORD 24.
       01 PARTNER-REC.
          05 PTN-DEPT          PIC 9(03).
          05 FILLER            PIC X(01).
          05 PTN-NAME          PIC X(20).

      * ONE LINE PER DEPARTMENT PER RUN.
       FD HISTORY-FILE
       RECORD 30.
       01 HISTORY-REC.
          05 DQH-DATE          PIC 9(08).
          05 DQH-DEPT          PIC 9(03).
          05 DQH-HEADCOUNT     PIC 9(05).
          05 DQH-COMPLETE      PIC 9(05).
          05 DQH-PCT           PIC 9(03)V9.
          05 FILLER            PIC X(05).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       FD FIX-FILE.
       01 FIX-LINE             PIC X(80).

       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SRT-PARTNER       PIC X(20).
          05 SRT-DEPT          PIC 9(03).
          05 SRT-EMPID         PIC 9(05).
          05 SRT-NAME          PIC X(20).
          05 SRT-RULE          PIC X(04).
          05 SRT-TEXT          PIC X(30).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-ADR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ADR-STATUS-OK      VALUE "00".
          05 WS-BNK-FILE-STATUS    PIC X(02) VALUE "00".
             88 BNK-STATUS-OK      VALUE "00".
          05 WS-DEPT-FILE-STATUS   PIC X(02) VALUE "00".
             88 DEPT-STATUS-OK     VALUE "00".
          05 WS-GRADE-FILE-STATUS  PIC X(02) VALUE "00".
             88 GRADE-FILE-STATUS-OK VALUE "00".
          05 WS-GRADE-FILE-END     PIC X(01) VALUE "N".
             88 GRADE-FILE-END     VALUE "Y".
          05 WS-RUL-FILE-STATUS    PIC X(02) VALUE "00".
             88 RUL-STATUS-OK      VALUE "00".
          05 WS-RUL-FILE-END       PIC X(01) VALUE "N".
             88 RUL-FILE-END       VALUE "Y".
          05 WS-PTN-FILE-STATUS    PIC X(02) VALUE "00".
             88 PTN-STATUS-OK      VALUE "00".
          05 WS-PTN-FILE-END       PIC X(01) VALUE "N".
             88 PTN-FILE-END       VALUE "Y".
          05 WS-HST-FILE-STATUS    PIC X(02) VALUE "00".
             88 HST-STATUS-OK      VALUE "00".
             88 HST-FILE-NOT-FOUND VALUE "35".
          05 WS-HST-FILE-END       PIC X(01) VALUE "N".
             88 HST-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-FIX-FILE-STATUS    PIC X(02) VALUE "00".
             88 FIX-STATUS-OK      VALUE "00".
          05 WS-SORT-FILE-END      PIC X(01) VALUE "N".
             88 SORT-FILE-END      VALUE "Y".
          05 WS-ADR-AVAILABLE      PIC X(01) VALUE "N".
             88 ADR-AVAILABLE      VALUE "Y".
          05 WS-BNK-AVAILABLE      PIC X(01) VALUE "N".
             88 BNK-AVAILABLE      VALUE "Y".
          05 WS-DEPT-AVAILABLE     PIC X(01) VALUE "N".
             88 DEPT-AVAILABLE     VALUE "Y".
          05 WS-ADR-FOUND          PIC X(01) VALUE "N".
             88 ADR-FOUND          VALUE "Y".
          05 WS-BNK-FOUND          PIC X(01) VALUE "N".
             88 BNK-FOUND          VALUE "Y".
          05 WS-GRADE-OK           PIC X(01) VALUE "N".
             88 GRADE-IS-VALID     VALUE "Y".
          05 WS-RULE-FAILED        PIC X(01) VALUE "N".
             88 RULE-FAILED        VALUE "Y".
          05 WS-EMP-COMPLETE       PIC X(01) VALUE "Y".
             88 EMP-COMPLETE       VALUE "Y".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

      * THE RULE CATALOGUE. WS-RULE-ON IS SET FROM THE RULES FILE
      * (ALL "Y" WHEN THERE IS NONE).
       01 WS-RULE-DEFAULTS.
          05 FILLER PIC X(34) VALUE "DESGNO DESIGNATION".
          05 FILLER PIC X(34) VALUE "HIREHIRE DATE MISSING".
          05 FILLER PIC X(34) VALUE "GRBDGRADE HAS NO BAND".
          05 FILLER PIC X(34) VALUE "ADDRNO ADDRESS ON FILE".
          05 FILLER PIC X(34) VALUE "PHONNO PHONE NUMBER".
          05 FILLER PIC X(34) VALUE "EMRGNO EMERGENCY CONTACT".
          05 FILLER PIC X(34) VALUE "BANKNO USABLE BANK ACCOUNT".
       01 WS-RULE-DEFAULTS-TBL REDEFINES WS-RULE-DEFAULTS.
          05 WS-RULE-DEFAULT OCCURS 7 TIMES.
             10 WS-RD-CODE         PIC X(04).
             10 WS-RD-TEXT         PIC X(30).
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 7 TIMES.
             10 WS-RULE-CODE       PIC X(04).
             10 WS-RULE-TEXT       PIC X(30).
             10 WS-RULE-ON         PIC X(01).
             10 WS-RULE-FAILS      PIC 9(05).
       01 WS-RULE-SUB              PIC 9(02).
       01 WS-RULE-MAX              PIC 9(02) VALUE 7.
       01 WS-RULES-IN-FORCE        PIC 9(02) VALUE ZERO.

      * PER-DEPARTMENT TALLIES, SUBSCRIPTED BY DEPARTMENT NUMBER
      * PLUS ONE, WITH THE LATEST EARLIER SCORE FROM THE HISTORY
      * AND THE HR PARTNER.
       01 WS-DEPT-TABLE.
          05 WS-DQ-DEPT OCCURS 1000 TIMES.
             10 WS-DQ-HEADCOUNT    PIC 9(05).
             10 WS-DQ-COMPLETE     PIC 9(05).
             10 WS-DQ-PRIOR-DATE   PIC 9(08).
             10 WS-DQ-PRIOR-PCT    PIC 9(03)V9.
             10 WS-DQ-PARTNER      PIC X(20).
       01 WS-DEPT-SUB              PIC 9(04).

       01 WS-GRADE-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-GRADE-TABLE.
          05 WS-GRADE-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-GRADE-COUNT.
             10 WS-VALID-GRADE     PIC X(02).
       01 WS-GRADE-SUB             PIC 9(02).

       01 WS-COUNTS.
          05 WS-CHECKED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-COMPLETE-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-FAILURE-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-DEPT-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-PCT                   PIC 9(03)V9 VALUE ZERO.
       01 WS-CHANGE                PIC S9(03)V9 VALUE ZERO.
       01 WS-PRT-PCT               PIC ZZ9.9.
       01 WS-PRT-PRIOR             PIC ZZ9.9.
       01 WS-PRT-CHANGE            PIC +ZZ9.9.
       01 WS-PRT-DEPT-NAME         PIC X(20).
       01 WS-PRIOR-TEXT            PIC X(20).
       01 WS-CUR-PARTNER           PIC X(20) VALUE LOW-VALUES.
       01 WS-CUR-DEPT              PIC 9(03) VALUE ZERO.
       01 WS-CUR-EMPID             PIC 9(05) VALUE ZERO.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPDQSCR".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PARTNER SRT-DEPT SRT-EMPID
                                SRT-RULE
               INPUT PROCEDURE IS 2000-SCORE-EMPLOYEES THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-WRITE-FIX-LIST
                   THRU 4000-EXIT.
           PERFORM 5000-WRITE-SCORECARD THRU 5000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 1000
               MOVE ZERO TO WS-DQ-HEADCOUNT (WS-DEPT-SUB)
               MOVE ZERO TO WS-DQ-COMPLETE (WS-DEPT-SUB)
               MOVE ZERO TO WS-DQ-PRIOR-DATE (WS-DEPT-SUB)
               MOVE ZERO TO WS-DQ-PRIOR-PCT (WS-DEPT-SUB)
               MOVE "UNASSIGNED" TO WS-DQ-PARTNER (WS-DEPT-SUB)
           END-PERFORM.

           PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
           PERFORM 1200-LOAD-GRADES THRU 1200-EXIT.
           PERFORM 1300-LOAD-PARTNERS THRU 1300-EXIT.
           PERFORM 1400-LOAD-PRIOR-SCORES THRU 1400-EXIT.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * A MISSING ADDRESS OR BANK FILE MEANS NOBODY HAS ONE YET -
      * EVERY EMPLOYEE FAILS THOSE RULES, WHICH IS THE TRUTH.
           OPEN INPUT ADDR-FILE.
           IF ADR-STATUS-OK
               MOVE "Y" TO WS-ADR-AVAILABLE
           END-IF.
           OPEN INPUT BANK-FILE.
           IF BNK-STATUS-OK
               MOVE "Y" TO WS-BNK-AVAILABLE
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS-OK
               MOVE "Y" TO WS-DEPT-AVAILABLE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FIX-FILE.
           IF NOT FIX-STATUS-OK
               DISPLAY "ERROR OPENING FIX-FILE"
               DISPLAY "FILE STATUS : " WS-FIX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-RULES.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               MOVE WS-RD-CODE (WS-RULE-SUB)
                   TO WS-RULE-CODE (WS-RULE-SUB)
               MOVE WS-RD-TEXT (WS-RULE-SUB)
                   TO WS-RULE-TEXT (WS-RULE-SUB)
               MOVE ZERO TO WS-RULE-FAILS (WS-RULE-SUB)
               MOVE "N" TO WS-RULE-ON (WS-RULE-SUB)
           END-PERFORM.

           OPEN INPUT RULES-FILE.
           IF NOT RUL-STATUS-OK
               DISPLAY "NO RULES FILE - EVERY COMPLETENESS RULE "
                       "APPLIES"
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > WS-RULE-MAX
                   MOVE "Y" TO WS-RULE-ON (WS-RULE-SUB)
               END-PERFORM
               MOVE WS-RULE-MAX TO WS-RULES-IN-FORCE
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL RUL-FILE-END
               READ RULES-FILE
                   AT END
                       MOVE "Y" TO WS-RUL-FILE-END
                   NOT AT END
                       PERFORM 1110-TAKE-ONE-RULE THRU 1110-EXIT
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
       1100-EXIT.
           EXIT.

       1110-TAKE-ONE-RULE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               IF WS-RULE-CODE (WS-RULE-SUB) = DQR-CODE
                   GO TO 1110-HAVE-RULE
               END-IF
           END-PERFORM.
           DISPLAY "UNKNOWN RULE " DQR-CODE " ON DQRULES.DAT - "
                   "IGNORED".
           GO TO 1110-EXIT.

       1110-HAVE-RULE.
           IF DQR-IN-FORCE = "Y"
               IF WS-RULE-ON (WS-RULE-SUB) NOT = "Y"
                   ADD 1 TO WS-RULES-IN-FORCE
               END-IF
               MOVE "Y" TO WS-RULE-ON (WS-RULE-SUB)
           END-IF.
           IF DQR-TEXT NOT = SPACES
               MOVE DQR-TEXT TO WS-RULE-TEXT (WS-RULE-SUB)
           END-IF.
       1110-EXIT.
           EXIT.

       1200-LOAD-GRADES.
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

       1300-LOAD-PARTNERS.
           OPEN INPUT PARTNER-FILE.
           IF NOT PTN-STATUS-OK
               DISPLAY "NO HR PARTNER FILE - FIX LIST IS UNASSIGNED"
               GO TO 1300-EXIT
           END-IF.
           PERFORM UNTIL PTN-FILE-END
               READ PARTNER-FILE
                   AT END
                       MOVE "Y" TO WS-PTN-FILE-END
                   NOT AT END
                       IF PTN-DEPT NUMERIC AND PTN-NAME NOT = SPACES
                           COMPUTE WS-DEPT-SUB = PTN-DEPT + 1
                           MOVE PTN-NAME TO
                               WS-DQ-PARTNER (WS-DEPT-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTNER-FILE.
       1300-EXIT.
           EXIT.

      * THE HISTORY IS IN RUN ORDER, SO THE LAST LINE FOR A
      * DEPARTMENT DATED BEFORE TODAY IS ITS PREVIOUS SCORE. A RERUN
      * ON THE SAME BUSINESS DATE STILL COMPARES WITH THE RUN BEFORE.
       1400-LOAD-PRIOR-SCORES.
           OPEN INPUT HISTORY-FILE.
           IF NOT HST-STATUS-OK
               GO TO 1400-EXIT
           END-IF.
           PERFORM UNTIL HST-FILE-END
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HST-FILE-END
                   NOT AT END
                       IF DQH-DATE < WS-BUSINESS-DATE
                           COMPUTE WS-DEPT-SUB = DQH-DEPT + 1
                           MOVE DQH-DATE TO
                               WS-DQ-PRIOR-DATE (WS-DEPT-SUB)
                           MOVE DQH-PCT TO
                               WS-DQ-PRIOR-PCT (WS-DEPT-SUB)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       1400-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SORT INPUT: EVERY CURRENT EMPLOYEE IS RUN THROUGH THE RULES
      * IN FORCE. EACH FAILURE IS RELEASED TO THE SORT FOR THE FIX
      * LIST; THE DEPARTMENT TALLIES ARE KEPT FOR THE SCORECARD.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2000-SCORE-EMPLOYEES.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF EMP-ACTIVE OR EMP-ON-LEAVE
                           PERFORM 2100-SCORE-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-SCORE-ONE.
           ADD 1 TO WS-CHECKED-COUNT.
           COMPUTE WS-DEPT-SUB = EMPDEPT + 1.
           ADD 1 TO WS-DQ-HEADCOUNT (WS-DEPT-SUB).
           MOVE "Y" TO WS-EMP-COMPLETE.

           MOVE "N" TO WS-ADR-FOUND.
           IF ADR-AVAILABLE
               MOVE EMPID TO ADR-EMPID
               READ ADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ADR-FOUND
               END-READ
           END-IF.
           MOVE "N" TO WS-BNK-FOUND.
           IF BNK-AVAILABLE
               MOVE EMPID TO BNK-EMPID
               READ BANK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BNK-FOUND
               END-READ
           END-IF.
           MOVE "N" TO WS-GRADE-OK.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               IF WS-VALID-GRADE (WS-GRADE-SUB) = EMPGRADE
                   MOVE "Y" TO WS-GRADE-OK
                   MOVE WS-GRADE-COUNT TO WS-GRADE-SUB
               END-IF
           END-PERFORM.

           PERFORM 2200-APPLY-ONE-RULE THRU 2200-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-MAX.

           IF EMP-COMPLETE
               ADD 1 TO WS-COMPLETE-COUNT
               ADD 1 TO WS-DQ-COMPLETE (WS-DEPT-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-APPLY-ONE-RULE.
           IF WS-RULE-ON (WS-RULE-SUB) NOT = "Y"
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-RULE-FAILED.
           EVALUATE WS-RULE-CODE (WS-RULE-SUB)
               WHEN "DESG"
                   IF EMPDESIGNATION = SPACES
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "HIRE"
                   IF EMP-HIRE-DATE NOT NUMERIC
                           OR EMP-HIRE-DATE = ZERO
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "GRBD"
                   IF NOT GRADE-IS-VALID
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "ADDR"
                   IF NOT ADR-FOUND OR ADR-ADDRESS1 = SPACES
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "PHON"
                   IF NOT ADR-FOUND OR ADR-PHONE = SPACES
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "EMRG"
                   IF NOT ADR-FOUND OR ADR-EMERG-NAME = SPACES
                           OR ADR-EMERG-PHONE = SPACES
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
               WHEN "BANK"
                   IF NOT BNK-FOUND OR BNK-ACCOUNT-RETURNED
                       MOVE "Y" TO WS-RULE-FAILED
                   END-IF
           END-EVALUATE.
           IF NOT RULE-FAILED
               GO TO 2200-EXIT
           END-IF.

           MOVE "N" TO WS-EMP-COMPLETE.
           ADD 1 TO WS-RULE-FAILS (WS-RULE-SUB).
           ADD 1 TO WS-FAILURE-COUNT.
           MOVE WS-DQ-PARTNER (WS-DEPT-SUB) TO SRT-PARTNER.
           MOVE EMPDEPT TO SRT-DEPT.
           MOVE EMPID TO SRT-EMPID.
           MOVE EMPNAME TO SRT-NAME.
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO SRT-RULE.
           MOVE WS-RULE-TEXT (WS-RULE-SUB) TO SRT-TEXT.
           RELEASE SORT-REC.
       2200-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SORT OUTPUT: THE FIX LIST, A SECTION FOR EACH HR PARTNER,
      * THE EMPLOYEE NAMED ONCE WITH EACH RULE THEY FAIL UNDER IT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       4000-WRITE-FIX-LIST.
           MOVE SPACES TO FIX-LINE.
           STRING "DATA-QUALITY FIX LIST AS AT " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO FIX-LINE.
           WRITE FIX-LINE.
           PERFORM UNTIL SORT-FILE-END
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-FILE-END
                   NOT AT END
                       PERFORM 4100-WRITE-FIX-ITEM THRU 4100-EXIT
               END-RETURN
           END-PERFORM.
       4000-EXIT.
           EXIT.

       4100-WRITE-FIX-ITEM.
           IF SRT-PARTNER NOT = WS-CUR-PARTNER
               MOVE SRT-PARTNER TO WS-CUR-PARTNER
               MOVE ZERO TO WS-CUR-EMPID
               MOVE SPACES TO FIX-LINE
               WRITE FIX-LINE
               STRING "HR PARTNER: " SRT-PARTNER
                   DELIMITED BY SIZE INTO FIX-LINE
               WRITE FIX-LINE
               MOVE "DEPT EMPID NAME                 RULE TO FIX"
                   TO FIX-LINE
               WRITE FIX-LINE
           END-IF.
           MOVE SPACES TO FIX-LINE.
           IF SRT-EMPID NOT = WS-CUR-EMPID
                   OR SRT-DEPT NOT = WS-CUR-DEPT
               MOVE SRT-EMPID TO WS-CUR-EMPID
               MOVE SRT-DEPT TO WS-CUR-DEPT
               STRING SRT-DEPT "  " SRT-EMPID " " SRT-NAME
                      " " SRT-RULE " " SRT-TEXT
                   DELIMITED BY SIZE INTO FIX-LINE
           ELSE
               STRING "                                 "
                      SRT-RULE " " SRT-TEXT
                   DELIMITED BY SIZE INTO FIX-LINE
           END-IF.
           WRITE FIX-LINE.
       4100-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * THE SCORECARD: EACH DEPARTMENT WITH CURRENT EMPLOYEES, ITS
      * SCORE NEXT TO THE PREVIOUS RUN'S, THEN THE FAILURES BY RULE.
      * EACH DEPARTMENT'S SCORE IS ADDED TO THE HISTORY.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       5000-WRITE-SCORECARD.
           OPEN EXTEND HISTORY-FILE.
           IF HST-FILE-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF NOT HST-STATUS-OK
               DISPLAY "ERROR OPENING HISTORY-FILE"
               DISPLAY "FILE STATUS : " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "DATA-QUALITY COMPLETENESS SCORECARD AS AT "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT NAME                 STAFF COMPLETE  SCORE  "
                  "PREVIOUS          CHANGE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5100-SCORE-ONE-DEPT THRU 5100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 1000.
           CLOSE HISTORY-FILE.

           MOVE ZERO TO WS-PCT.
           IF WS-CHECKED-COUNT > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-COMPLETE-COUNT * 100 / WS-CHECKED-COUNT
           END-IF.
           MOVE WS-PCT TO WS-PRT-PCT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL  " "                     "
                  WS-CHECKED-COUNT " " WS-COMPLETE-COUNT
                  "   " WS-PRT-PCT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RULE TEXT                           FAILURES"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               IF WS-RULE-ON (WS-RULE-SUB) = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-RULE-CODE (WS-RULE-SUB) " "
                          WS-RULE-TEXT (WS-RULE-SUB) " "
                          WS-RULE-FAILS (WS-RULE-SUB)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
       5000-EXIT.
           EXIT.

       5100-SCORE-ONE-DEPT.
           IF WS-DQ-HEADCOUNT (WS-DEPT-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           COMPUTE WS-PCT ROUNDED =
               WS-DQ-COMPLETE (WS-DEPT-SUB) * 100
               / WS-DQ-HEADCOUNT (WS-DEPT-SUB).
           MOVE WS-PCT TO WS-PRT-PCT.

           MOVE SPACES TO WS-PRT-DEPT-NAME.
           IF DEPT-AVAILABLE
               COMPUTE DEPT-NO = WS-DEPT-SUB - 1
               READ DEPT-FILE
                   INVALID KEY
                       MOVE "** NOT ON DEPTFILE **"
                           TO WS-PRT-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO WS-PRT-DEPT-NAME
               END-READ
           END-IF.

           MOVE SPACES TO WS-PRIOR-TEXT.
           IF WS-DQ-PRIOR-DATE (WS-DEPT-SUB) = ZERO
               MOVE "FIRST SCORE" TO WS-PRIOR-TEXT
           ELSE
               MOVE WS-DQ-PRIOR-PCT (WS-DEPT-SUB) TO WS-PRT-PRIOR
               COMPUTE WS-CHANGE =
                   WS-PCT - WS-DQ-PRIOR-PCT (WS-DEPT-SUB)
               MOVE WS-CHANGE TO WS-PRT-CHANGE
               STRING WS-PRT-PRIOR " ON "
                      WS-DQ-PRIOR-DATE (WS-DEPT-SUB)
                      "  " WS-PRT-CHANGE
                   DELIMITED BY SIZE INTO WS-PRIOR-TEXT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DEPT-SUB TO WS-CUR-DEPT.
           SUBTRACT 1 FROM WS-CUR-DEPT.
           STRING WS-CUR-DEPT "  " WS-PRT-DEPT-NAME " "
                  WS-DQ-HEADCOUNT (WS-DEPT-SUB) " "
                  WS-DQ-COMPLETE (WS-DEPT-SUB) "   "
                  WS-PRT-PCT "  " WS-PRIOR-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO HISTORY-REC.
           MOVE WS-BUSINESS-DATE TO DQH-DATE.
           MOVE WS-CUR-DEPT TO DQH-DEPT.
           MOVE WS-DQ-HEADCOUNT (WS-DEPT-SUB) TO DQH-HEADCOUNT.
           MOVE WS-DQ-COMPLETE (WS-DEPT-SUB) TO DQH-COMPLETE.
           MOVE WS-PCT TO DQH-PCT.
           WRITE HISTORY-REC.
       5100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           IF ADR-AVAILABLE
               CLOSE ADDR-FILE
           END-IF.
           IF BNK-AVAILABLE
               CLOSE BANK-FILE
           END-IF.
           IF DEPT-AVAILABLE
               CLOSE DEPT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE FIX-FILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "CHECKED " WS-CHECKED-COUNT
                  " COMPLETE " WS-COMPLETE-COUNT
                  " FAILURES " WS-FAILURE-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "RULES IN FORCE     : " WS-RULES-IN-FORCE.
           DISPLAY "EMPLOYEES CHECKED  : " WS-CHECKED-COUNT.
           DISPLAY "RECORDS COMPLETE   : " WS-COMPLETE-COUNT.
           DISPLAY "RULE FAILURES      : " WS-FAILURE-COUNT.
           DISPLAY "DEPARTMENTS SCORED : " WS-DEPT-COUNT.
       9999-EXIT.
           EXIT.
