      *     1.25 / 1.50 / 1.75 / 2.00 DAYS PER MONTH)
      *   - AN EMPLOYEE CURRENTLY ON LEAVE HAS THE MONTH'S LEAVE
      *     WORKING DAYS DRAWN DOWN FROM THE BALANCE, USING THE
      *     SPELL START EMPSTATUS RECORDED IN EMP-STATUS-DATE,
      *     COUNTED ON THE HOLIDAY CALENDAR OF THE EMPLOYEE'S WORK
      *     LOCATION (EMPLOC, THROUGH LOCCAL)
      * EACH POSTING IS JOURNALED TO EMPLVACC.DAT. THE LEDGER
      * RECORD REMEMBERS THE LAST PERIOD POSTED, SO A RERUN FOR
      * THE SAME PERIOD POSTS NOTHING TWICE.
        SELECT JOURNAL-FILE ASSIGN "EMPLVACC.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-JRN-FILE-STATUS.
        SELECT LOC-FILE ASSIGN "EMPLOC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ELO-FILE-STATUS
                       RECORD KEY ELO-EMPID.
       DATA DIVISION.
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

       FD LEAVE-FILE
       RECORD 40.
          05 FILLER            PIC X(02).
          05 JRN-BALANCE       PIC 9(03).99.

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

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-JRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 JRN-STATUS-OK      VALUE "00".
             88 JRN-NOT-FOUND      VALUE "35".
          05 WS-ELO-FILE-STATUS    PIC X(02) VALUE "00".
             88 ELO-STATUS-OK      VALUE "00".
             88 ELO-FILE-NOT-FOUND VALUE "35".
          05 WS-LOCATIONS-ACTIVE   PIC X(01) VALUE "N".
             88 LOCATIONS-ACTIVE   VALUE "Y".

       01 WS-COUNTS.
          05 WS-ACCRUED-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-POST-TYPE             PIC X(01) VALUE SPACE.

      * WORKING-DAY WALK OF THE CURRENT MONTH, AS EMPPAYRUN DOES
      * FOR FINAL-PAY PRORATION. LOCCAL DECIDES EACH DAY.
       01 WS-WALK-DATE             PIC 9(08) VALUE ZERO.
       01 WS-WALK-INT              PIC 9(08) COMP.
       01 WS-MONTH-START-INT       PIC 9(08) COMP.
       01 WS-NEXT-YEAR             PIC 9(04).
       01 WS-FIRST-OF-MONTH        PIC 9(08).
       01 WS-SPELL-START           PIC 9(08) VALUE ZERO.
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
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPLVACC".
          05 LOG-SEVERITY          PIC X(01).
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-MARK.
           MOVE 01 TO WS-PERIOD-MARK (7:2).
           PERFORM 1100-OPEN-LOCATIONS THRU 1100-EXIT.
           PERFORM 1200-SET-MONTH-BOUNDS THRU 1200-EXIT.
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

               MOVE WS-FIRST-OF-MONTH TO WS-SPELL-START
           END-IF.
           MOVE ZERO TO WS-DRAW-DAYS.
           PERFORM 2420-FIND-LOCATION THRU 2420-EXIT.
           MOVE WS-MONTH-START-INT TO WS-WALK-INT.
           PERFORM 2410-WALK-ONE-DAY THRU 2410-EXIT
               UNTIL WS-WALK-INT > WS-MONTH-END-INT.
       2410-WALK-ONE-DAY.
           COMPUTE WS-WALK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
           MOVE "D" TO LC-REQUEST.
           MOVE WS-EMP-LOCATION TO LC-LOCATION.
           MOVE WS-WALK-DATE TO LC-DATE.
           CALL "LOCCAL" USING LC-PARM.
           MOVE LC-WORK-DAY TO WS-DAY-IS-BUSINESS.
           IF WS-DAY-IS-BUSINESS = "Y"
                   AND WS-WALK-DATE >= WS-SPELL-START
                   AND WS-WALK-DATE <= WS-BUSINESS-DATE
       2410-EXIT.
           EXIT.

      * THE LOCATION IN FORCE ON THE BUSINESS DATE; UNPLACED STAFF
      * ARE AT HEAD OFFICE (SPACES).
       2420-FIND-LOCATION.
           MOVE SPACES TO WS-EMP-LOCATION.
           IF NOT LOCATIONS-ACTIVE
               GO TO 2420-EXIT
           END-IF.
           MOVE EMPID TO ELO-EMPID.
           READ LOC-FILE
               INVALID KEY
                   GO TO 2420-EXIT
           END-READ.
           IF ELO-EFF-DATE <= WS-BUSINESS-DATE
               MOVE ELO-LOCATION TO WS-EMP-LOCATION
           ELSE
               MOVE ELO-PRIOR-LOC TO WS-EMP-LOCATION
           END-IF.
       2420-EXIT.
           EXIT.

       2500-WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE EMPID TO JRN-EMPID.
           CLOSE EMPFILE.
           CLOSE LEAVE-FILE.
           CLOSE JOURNAL-FILE.
           IF LOCATIONS-ACTIVE
               CLOSE LOC-FILE
           END-IF.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "LEAVE POSTED, ACCRUALS " WS-ACCRUED-COUNT
