       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCCAL.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * WORK LOCATION AND LOCAL CALENDAR SERVICE.
      *
      * STAFF NOW WORK IN SEVERAL STATES, EACH WITH ITS OWN TAX AND
      * ITS OWN PUBLIC HOLIDAYS. THE WORK LOCATION MASTER
      * (WORKLOC.DAT) NAMES EACH LOCATION, ITS STATE, AND - WHERE
      * THEY DIFFER FROM HEAD OFFICE - THE RATES MASTER AND THE
      * HOLIDAY CALENDAR THAT APPLY THERE. A BLANK RATES OR
      * CALENDAR NAME MEANS THE LOCATION USES PAYRATES.DAT OR
      * CALENDAR.DAT LIKE HEAD OFFICE. EMPLOYEES ARE PLACED AT A
      * LOCATION ON THE EMPLOC FILE (EMPLOCM MAINTAINS IT).
      *
      * EVERY PROGRAM THAT COUNTS WORKING DAYS ASKS THIS ROUTINE
      * WHETHER A DATE IS A WORKING DAY AT THE EMPLOYEE'S LOCATION,
      * SO THE WEEKEND RULE AND THE HOLIDAY LOOKUP LIVE IN ONE PLACE.
      * THE MASTER AND EVERY CALENDAR ARE LOADED ON THE FIRST CALL.
      *
      * WORKLOC.DAT (49 BYTES): CODE X(3), NAME X(20), STATE X(2),
      *   RATES MASTER FILE NAME X(12), CALENDAR FILE NAME X(12).
      *
      * LINKAGE: CALL "LOCCAL" USING LC-PARM.
      *   LC-REQUEST     "L" LOOK UP THE LOCATION
      *                  "D" IS LC-DATE A WORKING DAY THERE
      *   LC-LOCATION    THE LOCATION CODE (SPACES = HEAD OFFICE)
      *   LC-DATE        THE YYYYMMDD DATE (FOR "D")
      *   LC-NAME        RETURNED: THE LOCATION NAME
      *   LC-STATE       RETURNED: THE LOCATION'S STATE
      *   LC-RATES-FILE  RETURNED: THE LOCATION'S RATES MASTER, OR
      *                  SPACES FOR PAYRATES.DAT
      *   LC-WORK-DAY    RETURNED (FOR "D"): "Y" WORKING DAY, "N"
      *                  WEEKEND OR HOLIDAY
      *   LC-RESULT      "Y" LOCATION ON THE MASTER
      *                  "N" NOT ON THE MASTER (OR SPACES) - HEAD
      *                      OFFICE RATES AND CALENDAR APPLY
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT LOCATION-FILE ASSIGN "WORKLOC.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LOC-FILE-STATUS.
        SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CAL-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOCATION-FILE
       RECORD 49.
       01 LOCATION-REC.
          05 LOC-CODE          PIC X(03).
          05 LOC-NAME          PIC X(20).
          05 LOC-STATE         PIC X(02).
          05 LOC-RATES-FILE    PIC X(12).
          05 LOC-CALENDAR      PIC X(12).

       FD CALENDAR-FILE
       RECORD 8.
       01 CALENDAR-REC         PIC 9(08).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-LOC-FILE-STATUS    PIC X(02) VALUE "00".
             88 LOC-STATUS-OK      VALUE "00".
          05 WS-LOC-FILE-END       PIC X(01) VALUE "N".
             88 LOC-FILE-END       VALUE "Y".
          05 WS-CAL-FILE-STATUS    PIC X(02) VALUE "00".
             88 CAL-STATUS-OK      VALUE "00".
          05 WS-CAL-FILE-END       PIC X(01) VALUE "N".
             88 CAL-FILE-END       VALUE "Y".
          05 WS-LOADED             PIC X(01) VALUE "N".
             88 TABLES-LOADED      VALUE "Y".

      * THE LOCATIONS. WS-LT-HOL-KEY IS THE KEY THE LOCATION'S
      * HOLIDAYS CARRY IN THE HOLIDAY TABLE: ITS OWN CODE WHEN IT
      * HAS ITS OWN CALENDAR, SPACES (HEAD OFFICE) WHEN IT DOES NOT.
       01 WS-LOC-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-LOC-TABLE.
          05 WS-LOC-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-LOC-COUNT.
             10 WS-LT-CODE         PIC X(03).
             10 WS-LT-NAME         PIC X(20).
             10 WS-LT-STATE        PIC X(02).
             10 WS-LT-RATES        PIC X(12).
             10 WS-LT-CALENDAR     PIC X(12).
             10 WS-LT-HOL-KEY      PIC X(03).
       01 WS-LOC-SUB               PIC 9(02).
       01 WS-LOC-PICK              PIC 9(02) VALUE ZERO.

       01 WS-HOLIDAY-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-HOLIDAY-COUNT.
             10 WS-HOL-KEY         PIC X(03).
             10 WS-HOL-DATE        PIC 9(08).
       01 WS-HOLIDAY-SUB           PIC 9(03).
       01 WS-HOL-LOAD-KEY          PIC X(03) VALUE SPACES.
       01 WS-HOL-WANT-KEY          PIC X(03) VALUE SPACES.
       01 WS-CAL-NAME              PIC X(12) VALUE "CALENDAR.DAT".
       01 WS-DAY-NUM               PIC 9(01).

       LINKAGE SECTION.
       01 LC-PARM.
          05 LC-REQUEST        PIC X(01).
          05 LC-LOCATION       PIC X(03).
          05 LC-DATE           PIC 9(08).
          05 LC-NAME           PIC X(20).
          05 LC-STATE          PIC X(02).
          05 LC-RATES-FILE     PIC X(12).
          05 LC-WORK-DAY       PIC X(01).
          05 LC-RESULT         PIC X(01).

       PROCEDURE DIVISION USING LC-PARM.
       MAINLINE.
           IF NOT TABLES-LOADED
               PERFORM 1000-LOAD-LOCATIONS THRU 1000-EXIT
               PERFORM 1100-LOAD-CALENDARS THRU 1100-EXIT
               MOVE "Y" TO WS-LOADED
           END-IF.

           MOVE "N" TO LC-RESULT.
           MOVE SPACES TO LC-NAME.
           MOVE SPACES TO LC-STATE.
           MOVE SPACES TO LC-RATES-FILE.
           MOVE SPACES TO WS-HOL-WANT-KEY.
           MOVE ZERO TO WS-LOC-PICK.
           IF LC-LOCATION NOT = SPACES
               PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > WS-LOC-COUNT
                   IF WS-LT-CODE (WS-LOC-SUB) = LC-LOCATION
                       MOVE WS-LOC-SUB TO WS-LOC-PICK
                       MOVE WS-LOC-COUNT TO WS-LOC-SUB
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LOC-PICK > ZERO
               MOVE "Y" TO LC-RESULT
               MOVE WS-LT-NAME (WS-LOC-PICK) TO LC-NAME
               MOVE WS-LT-STATE (WS-LOC-PICK) TO LC-STATE
               MOVE WS-LT-RATES (WS-LOC-PICK) TO LC-RATES-FILE
               MOVE WS-LT-HOL-KEY (WS-LOC-PICK) TO WS-HOL-WANT-KEY
           END-IF.

           IF LC-REQUEST = "D"
               PERFORM 2000-CHECK-DAY THRU 2000-EXIT
           END-IF.
           GOBACK.

      * NO LOCATION MASTER MEANS EVERYONE IS AT HEAD OFFICE.
       1000-LOAD-LOCATIONS.
           OPEN INPUT LOCATION-FILE.
           IF NOT LOC-STATUS-OK
               GO TO 1000-EXIT
           END-IF.
           PERFORM UNTIL LOC-FILE-END
               READ LOCATION-FILE
                   AT END
                       MOVE "Y" TO WS-LOC-FILE-END
                   NOT AT END
                       IF WS-LOC-COUNT < 50 AND LOC-CODE NOT = SPACES
                           ADD 1 TO WS-LOC-COUNT
                           MOVE LOC-CODE TO WS-LT-CODE (WS-LOC-COUNT)
                           MOVE LOC-NAME TO WS-LT-NAME (WS-LOC-COUNT)
                           MOVE LOC-STATE TO
                               WS-LT-STATE (WS-LOC-COUNT)
                           MOVE LOC-RATES-FILE TO
                               WS-LT-RATES (WS-LOC-COUNT)
                           MOVE LOC-CALENDAR TO
                               WS-LT-CALENDAR (WS-LOC-COUNT)
                           MOVE SPACES TO
                               WS-LT-HOL-KEY (WS-LOC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOCATION-FILE.
       1000-EXIT.
           EXIT.

      * HEAD OFFICE HOLIDAYS FIRST, THEN EACH LOCATION THAT NAMES A
      * CALENDAR OF ITS OWN. A LOCATION CALENDAR THAT CANNOT BE
      * OPENED LEAVES THAT LOCATION ON THE HEAD OFFICE HOLIDAYS, AND
      * SAYS SO - A MISSING CALENDAR MUST NOT SILENTLY MAKE EVERY
      * WEEKDAY A WORKING DAY.
       1100-LOAD-CALENDARS.
           MOVE "CALENDAR.DAT" TO WS-CAL-NAME.
           MOVE SPACES TO WS-HOL-LOAD-KEY.
           PERFORM 1200-LOAD-ONE-CALENDAR THRU 1200-EXIT.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > WS-LOC-COUNT
               IF WS-LT-CALENDAR (WS-LOC-SUB) NOT = SPACES
                   MOVE WS-LT-CALENDAR (WS-LOC-SUB) TO WS-CAL-NAME
                   MOVE WS-LT-CODE (WS-LOC-SUB) TO WS-HOL-LOAD-KEY
                   PERFORM 1200-LOAD-ONE-CALENDAR THRU 1200-EXIT
                   IF CAL-STATUS-OK
                       MOVE WS-LT-CODE (WS-LOC-SUB)
                           TO WS-LT-HOL-KEY (WS-LOC-SUB)
                   ELSE
                       DISPLAY "LOCCAL: NO CALENDAR " WS-CAL-NAME
                               " - LOCATION " WS-LT-CODE (WS-LOC-SUB)
                               " USES HEAD OFFICE HOLIDAYS"
                   END-IF
               END-IF
           END-PERFORM.
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CAL-STATUS-OK
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-CAL-FILE-END.
           PERFORM UNTIL CAL-FILE-END
               READ CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-CAL-FILE-END
                   NOT AT END
                       IF WS-HOLIDAY-COUNT < 500
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE WS-HOL-LOAD-KEY TO
                               WS-HOL-KEY (WS-HOLIDAY-COUNT)
                           MOVE CALENDAR-REC TO
                               WS-HOL-DATE (WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
       1200-EXIT.
           EXIT.

      * SATURDAY AND SUNDAY ARE NEVER WORKING DAYS (INTEGER-OF-DATE
      * DAY 1 WAS A MONDAY, SO MOD 7 GIVES 6 FOR SATURDAY AND 0 FOR
      * SUNDAY - SEE EMPBATCH); NOR IS A HOLIDAY ON THE CALENDAR THE
      * LOCATION OBSERVES.
       2000-CHECK-DAY.
           MOVE "Y" TO LC-WORK-DAY.
           COMPUTE WS-DAY-NUM =
               FUNCTION MOD (FUNCTION INTEGER-OF-DATE (LC-DATE) 7).
           IF WS-DAY-NUM = 6 OR WS-DAY-NUM = 0
               MOVE "N" TO LC-WORK-DAY
               GO TO 2000-EXIT
           END-IF.
           PERFORM VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
               IF WS-HOL-KEY (WS-HOLIDAY-SUB) = WS-HOL-WANT-KEY
                       AND WS-HOL-DATE (WS-HOLIDAY-SUB) = LC-DATE
                   MOVE "N" TO LC-WORK-DAY
                   MOVE WS-HOLIDAY-COUNT TO WS-HOLIDAY-SUB
               END-IF
           END-PERFORM.
       2000-EXIT.
           EXIT.
