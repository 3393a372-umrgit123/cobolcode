       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPARRIVE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * INBOUND FILE ARRIVAL CONTROL.
      *
      * RUNS AT THE HEAD OF THE NIGHTLY CHAIN SO A FEED THAT HAS
      * NOT ARRIVED IS CAUGHT BEFORE THE STEP THAT READS IT
      * "SUCCEEDS" ON NOTHING. THE OPERATORS' INBOUND MANIFEST
      * (INBOUND.CTL) LISTS EACH EXPECTED FILE WITH THE DAYS OF THE
      * WEEK IT IS EXPECTED, ITS CUT-OFF TIME, WHETHER IT IS
      * MANDATORY, AND WHETHER IT CARRIES THE STANDARD "H" BATCH
      * HEADER. A FILE EXPECTED ON THE BUSINESS DATE HAS ARRIVED
      * WHEN IT IS PRESENT, NOT EMPTY AND - FOR A HEADED FEED - ITS
      * HEADER DATE IS THE BUSINESS DATE (YESTERDAY'S FILE LEFT
      * BEHIND DOES NOT COUNT).
      *
      * ANY FILE NOT YET IN IS RECHECKED EVERY FIVE MINUTES UNTIL
      * ITS CUT-OFF. A CUT-OFF MORE THAN TWELVE HOURS EARLIER IN
      * THE DAY THAN THE START OF THE CHECK IS TAKEN AS AFTER
      * MIDNIGHT (A 0100 CUT-OFF FOR A 2200 START); ONE LESS THAN
      * TWELVE HOURS EARLIER HAS ALREADY PASSED, SO A LATE-STARTED
      * OR RERUN CHAIN TAKES ONE LOOK AND DOES NOT WAIT. AT THE END:
      *   RETURN-CODE 0 - EVERY EXPECTED FILE ARRIVED
      *   RETURN-CODE 4 - AN OPTIONAL FILE MISSED ITS CUT-OFF; THE
      *                   CHAIN CONTINUES WITH A WARNING
      *   RETURN-CODE 8 - A MANDATORY FILE MISSED ITS CUT-OFF; THE
      *                   CHAIN STOPS (EMPSTEPS.CTL CAN OVERRIDE)
      * EVERY EXPECTED FILE'S OUTCOME (ONTIME - THERE AT THE FIRST
      * LOOK, LATE - ARRIVED WHILE WAITING, MISSING) IS APPENDED TO
      * THE ARRIVAL HISTORY (ARRIVAL.HST).
      *
      * WITH "HIST" AS THE FIRST ARGUMENT THE PROGRAM INSTEAD
      * SUMMARIZES THE HISTORY BY FILE ON EMPARRIVE.RPT, SHOWING
      * WHICH FEEDS ARE HABITUALLY LATE.
      *
      * MANIFEST LAYOUT (40 BYTES):
      *   FILE NAME X(20), DAYS X(7) (MON..SUN, "Y" = EXPECTED),
      *   CUT-OFF HHMM 9(4), MANDATORY X(1) (Y/N), HEADED X(1) (Y/N)
      *   EACH FIELD FOLLOWED BY ONE BLANK.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT MANIFEST-FILE ASSIGN "INBOUND.CTL"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MAN-FILE-STATUS.
        SELECT INBOUND-FILE ASSIGN TO DYNAMIC WS-INB-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-INB-FILE-STATUS.
        SELECT HISTORY-FILE ASSIGN "ARRIVAL.HST"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-HST-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPARRIVE.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD MANIFEST-FILE
       RECORD 40.
       01 MANIFEST-REC.
          05 INM-FILE-NAME     PIC X(20).
          05 FILLER            PIC X(01).
          05 INM-DAYS          PIC X(07).
          05 FILLER            PIC X(01).
          05 INM-CUTOFF        PIC 9(04).
          05 FILLER            PIC X(01).
          05 INM-MANDATORY     PIC X(01).
          05 FILLER            PIC X(01).
          05 INM-HEADED        PIC X(01).
          05 FILLER            PIC X(03).

      * ONLY THE FIRST RECORD OF A FEED IS LOOKED AT. THE STANDARD
      * HEADER IS "H", THE BATCH ID, THEN THE BATCH DATE.
       FD INBOUND-FILE.
       01 INBOUND-REC.
          05 INB-REC-TYPE      PIC X(01).
             88 INB-HEADER-REC VALUE "H".
          05 INB-HDR-BATCH-ID  PIC X(08).
          05 INB-HDR-DATE      PIC X(08).
          05 FILLER            PIC X(63).

       FD HISTORY-FILE
       RECORD 60.
       01 HISTORY-REC.
          05 HST-BUS-DATE      PIC 9(08).
          05 HST-FILE-NAME     PIC X(20).
          05 HST-RESULT        PIC X(08).
             88 HST-ONTIME     VALUE "ONTIME".
             88 HST-LATE       VALUE "LATE".
             88 HST-MISSING    VALUE "MISSING".
          05 HST-MANDATORY     PIC X(01).
          05 HST-CUTOFF        PIC 9(04).
          05 HST-ARRIVAL       PIC X(04).
          05 HST-REASON        PIC X(15).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-MAN-FILE-STATUS    PIC X(02) VALUE "00".
             88 MAN-STATUS-OK      VALUE "00".
          05 WS-MAN-FILE-END       PIC X(01) VALUE "N".
             88 MAN-FILE-END       VALUE "Y".
          05 WS-INB-FILE-STATUS    PIC X(02) VALUE "00".
             88 INB-STATUS-OK      VALUE "00".
          05 WS-HST-FILE-STATUS    PIC X(02) VALUE "00".
             88 HST-STATUS-OK      VALUE "00".
             88 HST-FILE-NOT-FOUND VALUE "35".
          05 WS-HST-FILE-END       PIC X(01) VALUE "N".
             88 HST-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-ARG                   PIC X(10) VALUE SPACES.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUS-INT               PIC 9(08) COMP.
       01 WS-BUS-DOW               PIC 9(01) VALUE ZERO.
       01 WS-INB-NAME              PIC X(20) VALUE SPACES.
       01 WS-REASON                PIC X(15) VALUE SPACES.

      * TIMES OF DAY ARE HELD AS MINUTES PAST THE MIDNIGHT BEFORE
      * THE CHECK STARTED, SO A CUT-OFF AFTER MIDNIGHT COMPARES
      * CORRECTLY WITH A CHECK STARTED THE EVENING BEFORE.
       01 WS-NOW-STAMP             PIC X(21).
       01 WS-NOW-HHMM              PIC 9(04).
       01 WS-NOW-HHMM-R REDEFINES WS-NOW-HHMM.
          05 WS-NOW-HH             PIC 9(02).
          05 WS-NOW-MM             PIC 9(02).
       01 WS-START-MINS            PIC 9(04) VALUE ZERO.
       01 WS-NOW-MINS              PIC 9(04) VALUE ZERO.
       01 WS-CUT-HHMM              PIC 9(04).
       01 WS-CUT-HHMM-R REDEFINES WS-CUT-HHMM.
          05 WS-CUT-HH             PIC 9(02).
          05 WS-CUT-MM             PIC 9(02).
       01 WS-POLL-SECONDS          PIC 9(04) VALUE 300.
       01 WS-ROUND                 PIC 9(04) VALUE ZERO.

      * THE FILES EXPECTED TODAY. STATE: P = PENDING, A = ARRIVED
      * ON THE FIRST LOOK, L = ARRIVED LATE, M = MISSED CUT-OFF.
       01 WS-EXP-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-EXP-TABLE.
          05 WS-EXP-ENTRY OCCURS 1 TO 30 TIMES
                  DEPENDING ON WS-EXP-COUNT.
             10 WS-EXP-NAME        PIC X(20).
             10 WS-EXP-CUTOFF      PIC 9(04).
             10 WS-EXP-DEADLINE    PIC 9(04).
             10 WS-EXP-MANDATORY   PIC X(01).
             10 WS-EXP-HEADED      PIC X(01).
             10 WS-EXP-STATE       PIC X(01).
             10 WS-EXP-ARRIVAL     PIC X(04).
             10 WS-EXP-REASON      PIC X(15).
       01 WS-EXP-SUB               PIC 9(02).
       01 WS-PENDING-COUNT         PIC 9(02) VALUE ZERO.

       01 WS-COUNTS.
          05 WS-ONTIME-COUNT       PIC 9(03) VALUE ZERO.
          05 WS-LATE-COUNT         PIC 9(03) VALUE ZERO.
          05 WS-MISS-MAND-COUNT    PIC 9(03) VALUE ZERO.
          05 WS-MISS-OPT-COUNT     PIC 9(03) VALUE ZERO.

      * HISTORY SUMMARY, ONE ENTRY PER FEED NAME.
       01 WS-SUM-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-SUM-TABLE.
          05 WS-SUM-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-SUM-COUNT.
             10 WS-SUM-NAME        PIC X(20).
             10 WS-SUM-RUNS        PIC 9(05).
             10 WS-SUM-ONTIME      PIC 9(05).
             10 WS-SUM-LATE        PIC 9(05).
             10 WS-SUM-MISSING     PIC 9(05).
             10 WS-SUM-LAST-LATE   PIC 9(08).
       01 WS-SUM-SUB               PIC 9(02).
       01 WS-LATE-PCT              PIC 9(03) VALUE ZERO.
       01 WS-PRT-PCT               PIC ZZ9.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPARRIV".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG = "HIST"
               PERFORM 5000-SUMMARIZE-HISTORY THRU 5000-EXIT
               GOBACK
           END-IF.

           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-CHECK-ROUND THRU 2000-EXIT.
           PERFORM 3000-WAIT-FOR-LATE-FILES THRU 3000-EXIT
               UNTIL WS-PENDING-COUNT = ZERO.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

      * ONLY THE MANIFEST ENTRIES WHOSE DAY FLAG IS SET FOR THE
      * BUSINESS DATE'S WEEKDAY ARE EXPECTED. INTEGER-OF-DATE DAY 1
      * WAS A MONDAY, SO MOD 7 GIVES 1 FOR MONDAY ... 0 FOR SUNDAY.
       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-BUS-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-BUS-DOW = FUNCTION MOD (WS-BUS-INT 7).
           IF WS-BUS-DOW = ZERO
               MOVE 7 TO WS-BUS-DOW
           END-IF.
           PERFORM 1900-TAKE-TIME THRU 1900-EXIT.
           MOVE WS-NOW-MINS TO WS-START-MINS.

           OPEN INPUT MANIFEST-FILE.
           IF NOT MAN-STATUS-OK
               DISPLAY "NO INBOUND MANIFEST - ARRIVALS NOT CHECKED"
               MOVE "W" TO LOG-SEVERITY
               MOVE "NO INBOUND MANIFEST - ARRIVALS NOT CHECKED"
                   TO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL MAN-FILE-END
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-MAN-FILE-END
                   NOT AT END
                       IF INM-DAYS (WS-BUS-DOW:1) = "Y"
                           PERFORM 1100-EXPECT-ONE THRU 1100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE ", "
                   WS-EXP-COUNT " INBOUND FILES EXPECTED".
       1000-EXIT.
           EXIT.

       1100-EXPECT-ONE.
           IF WS-EXP-COUNT >= 30
               DISPLAY "MANIFEST TABLE FULL - " INM-FILE-NAME
                       " NOT CHECKED"
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-EXP-COUNT.
           MOVE INM-FILE-NAME TO WS-EXP-NAME (WS-EXP-COUNT).
           MOVE INM-CUTOFF TO WS-EXP-CUTOFF (WS-EXP-COUNT).
           MOVE INM-MANDATORY TO WS-EXP-MANDATORY (WS-EXP-COUNT).
           MOVE INM-HEADED TO WS-EXP-HEADED (WS-EXP-COUNT).
           MOVE "P" TO WS-EXP-STATE (WS-EXP-COUNT).
           MOVE SPACES TO WS-EXP-ARRIVAL (WS-EXP-COUNT).
           MOVE SPACES TO WS-EXP-REASON (WS-EXP-COUNT).
           ADD 1 TO WS-PENDING-COUNT.
           MOVE INM-CUTOFF TO WS-CUT-HHMM.
           COMPUTE WS-EXP-DEADLINE (WS-EXP-COUNT) =
               (WS-CUT-HH * 60) + WS-CUT-MM.
           IF WS-EXP-DEADLINE (WS-EXP-COUNT) + 720 < WS-START-MINS
               ADD 1440 TO WS-EXP-DEADLINE (WS-EXP-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1900-TAKE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP (9:4) TO WS-NOW-HHMM.
           COMPUTE WS-NOW-MINS = (WS-NOW-HH * 60) + WS-NOW-MM.
           IF WS-NOW-MINS < WS-START-MINS
               ADD 1440 TO WS-NOW-MINS
           END-IF.
       1900-EXIT.
           EXIT.

      * ONE LOOK AT EVERY FILE STILL PENDING. A FILE WHOSE CUT-OFF
      * HAS PASSED GETS ONE LAST LOOK BEFORE IT IS MARKED MISSING.
       2000-CHECK-ROUND.
           ADD 1 TO WS-ROUND.
           PERFORM 1900-TAKE-TIME THRU 1900-EXIT.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF WS-EXP-STATE (WS-EXP-SUB) = "P"
                   PERFORM 2100-CHECK-ONE-FILE THRU 2100-EXIT
               END-IF
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-FILE.
           MOVE SPACES TO WS-REASON.
           MOVE WS-EXP-NAME (WS-EXP-SUB) TO WS-INB-NAME.
           OPEN INPUT INBOUND-FILE.
           IF NOT INB-STATUS-OK
               MOVE "NOT PRESENT" TO WS-REASON
               GO TO 2100-NOT-YET
           END-IF.
           MOVE SPACES TO INBOUND-REC.
           READ INBOUND-FILE
               AT END
                   MOVE "EMPTY" TO WS-REASON
           END-READ.
           CLOSE INBOUND-FILE.
           IF WS-REASON NOT = SPACES
               GO TO 2100-NOT-YET
           END-IF.
           IF WS-EXP-HEADED (WS-EXP-SUB) = "Y"
               IF NOT INB-HEADER-REC
                   MOVE "NO HEADER" TO WS-REASON
                   GO TO 2100-NOT-YET
               END-IF
               IF INB-HDR-DATE NOT = WS-BUSINESS-DATE
                   MOVE "WRONG DATE" TO WS-REASON
                   GO TO 2100-NOT-YET
               END-IF
           END-IF.

           IF WS-ROUND = 1
               MOVE "A" TO WS-EXP-STATE (WS-EXP-SUB)
               ADD 1 TO WS-ONTIME-COUNT
           ELSE
               MOVE "L" TO WS-EXP-STATE (WS-EXP-SUB)
               ADD 1 TO WS-LATE-COUNT
           END-IF.
           MOVE WS-NOW-HHMM TO WS-EXP-ARRIVAL (WS-EXP-SUB).
           MOVE SPACES TO WS-EXP-REASON (WS-EXP-SUB).
           SUBTRACT 1 FROM WS-PENDING-COUNT.
           DISPLAY "ARRIVED: " WS-EXP-NAME (WS-EXP-SUB).
           GO TO 2100-EXIT.

       2100-NOT-YET.
           MOVE WS-REASON TO WS-EXP-REASON (WS-EXP-SUB).
           IF WS-NOW-MINS < WS-EXP-DEADLINE (WS-EXP-SUB)
               GO TO 2100-EXIT
           END-IF.
           MOVE "M" TO WS-EXP-STATE (WS-EXP-SUB).
           SUBTRACT 1 FROM WS-PENDING-COUNT.
           IF WS-EXP-MANDATORY (WS-EXP-SUB) = "Y"
               ADD 1 TO WS-MISS-MAND-COUNT
           ELSE
               ADD 1 TO WS-MISS-OPT-COUNT
           END-IF.
           DISPLAY "MISSED CUT-OFF " WS-EXP-CUTOFF (WS-EXP-SUB)
                   ": " WS-EXP-NAME (WS-EXP-SUB) " - " WS-REASON.
       2100-EXIT.
           EXIT.

       3000-WAIT-FOR-LATE-FILES.
           DISPLAY WS-PENDING-COUNT " INBOUND FILES NOT YET IN - "
                   "RECHECKING IN " WS-POLL-SECONDS " SECONDS".
           CALL "C$SLEEP" USING WS-POLL-SECONDS.
           PERFORM 2000-CHECK-ROUND THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * HISTORY SUMMARY: EVERY LINE OF ARRIVAL.HST IS TALLIED BY
      * FEED NAME, AND EACH FEED IS REPORTED WITH HOW OFTEN IT WAS
      * LATE OR MISSING AND WHEN IT WAS LAST LATE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       5000-SUMMARIZE-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT HST-STATUS-OK
               DISPLAY "NO ARRIVAL HISTORY YET"
               GO TO 5000-EXIT
           END-IF.
           PERFORM UNTIL HST-FILE-END
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HST-FILE-END
                   NOT AT END
                       PERFORM 5100-TALLY-ONE THRU 5100-EXIT
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "INBOUND FEED ARRIVAL HISTORY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE                  RUNS  ONTIME  LATE  "
                  "MISSED  LATE%  LAST LATE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-COUNT
               PERFORM 5200-PRINT-ONE THRU 5200-EXIT
           END-PERFORM.
           CLOSE REPORT-FILE.
           DISPLAY "FEEDS SUMMARIZED : " WS-SUM-COUNT.
       5000-EXIT.
           EXIT.

       5100-TALLY-ONE.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-COUNT
               IF WS-SUM-NAME (WS-SUM-SUB) = HST-FILE-NAME
                   GO TO 5100-HAVE-ENTRY
               END-IF
           END-PERFORM.
           IF WS-SUM-COUNT >= 50
               DISPLAY "SUMMARY TABLE FULL - " HST-FILE-NAME
                       " NOT REPORTED"
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-SUM-COUNT.
           MOVE WS-SUM-COUNT TO WS-SUM-SUB.
           MOVE HST-FILE-NAME TO WS-SUM-NAME (WS-SUM-SUB).
           MOVE ZERO TO WS-SUM-RUNS (WS-SUM-SUB).
           MOVE ZERO TO WS-SUM-ONTIME (WS-SUM-SUB).
           MOVE ZERO TO WS-SUM-LATE (WS-SUM-SUB).
           MOVE ZERO TO WS-SUM-MISSING (WS-SUM-SUB).
           MOVE ZERO TO WS-SUM-LAST-LATE (WS-SUM-SUB).

       5100-HAVE-ENTRY.
           ADD 1 TO WS-SUM-RUNS (WS-SUM-SUB).
           EVALUATE TRUE
               WHEN HST-ONTIME
                   ADD 1 TO WS-SUM-ONTIME (WS-SUM-SUB)
               WHEN HST-LATE
                   ADD 1 TO WS-SUM-LATE (WS-SUM-SUB)
                   MOVE HST-BUS-DATE TO WS-SUM-LAST-LATE (WS-SUM-SUB)
               WHEN OTHER
                   ADD 1 TO WS-SUM-MISSING (WS-SUM-SUB)
                   MOVE HST-BUS-DATE TO WS-SUM-LAST-LATE (WS-SUM-SUB)
           END-EVALUATE.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE.
           COMPUTE WS-LATE-PCT ROUNDED =
               (WS-SUM-LATE (WS-SUM-SUB) + WS-SUM-MISSING (WS-SUM-SUB))
               * 100 / WS-SUM-RUNS (WS-SUM-SUB).
           MOVE WS-LATE-PCT TO WS-PRT-PCT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-SUM-NAME (WS-SUM-SUB)
                  "  " WS-SUM-RUNS (WS-SUM-SUB)
                  "   " WS-SUM-ONTIME (WS-SUM-SUB)
                  " " WS-SUM-LATE (WS-SUM-SUB)
                  "   " WS-SUM-MISSING (WS-SUM-SUB)
                  "    " WS-PRT-PCT
                  "  " WS-SUM-LAST-LATE (WS-SUM-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5200-EXIT.
           EXIT.

      * EVERY EXPECTED FILE GOES ON THE HISTORY, THEN THE RETURN
      * CODE TELLS THE CHAIN WHETHER TO GO ON.
       9999-CLEANUP.
           OPEN EXTEND HISTORY-FILE.
           IF HST-FILE-NOT-FOUND
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF NOT HST-STATUS-OK
               DISPLAY "ERROR OPENING HISTORY-FILE"
               DISPLAY "FILE STATUS : " WS-HST-FILE-STATUS
           ELSE
               PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                       UNTIL WS-EXP-SUB > WS-EXP-COUNT
                   PERFORM 9100-WRITE-HISTORY THRU 9100-EXIT
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-MISS-MAND-COUNT > ZERO
                   MOVE "E" TO LOG-SEVERITY
               WHEN WS-MISS-OPT-COUNT > ZERO
                   MOVE "W" TO LOG-SEVERITY
               WHEN OTHER
                   MOVE "I" TO LOG-SEVERITY
           END-EVALUATE.
           MOVE SPACES TO LOG-TEXT.
           STRING "INBOUND ONTIME " WS-ONTIME-COUNT
                  " LATE " WS-LATE-COUNT
                  " MISSED MANDATORY " WS-MISS-MAND-COUNT
                  " OPTIONAL " WS-MISS-OPT-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           EVALUATE TRUE
               WHEN WS-MISS-MAND-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISS-OPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           DISPLAY "END OF PROCESSING".
           DISPLAY "FILES EXPECTED     : " WS-EXP-COUNT.
           DISPLAY "ON TIME            : " WS-ONTIME-COUNT.
           DISPLAY "LATE               : " WS-LATE-COUNT.
           DISPLAY "MISSED - MANDATORY : " WS-MISS-MAND-COUNT.
           DISPLAY "MISSED - OPTIONAL  : " WS-MISS-OPT-COUNT.
       9999-EXIT.
           EXIT.

       9100-WRITE-HISTORY.
           MOVE SPACES TO HISTORY-REC.
           MOVE WS-BUSINESS-DATE TO HST-BUS-DATE.
           MOVE WS-EXP-NAME (WS-EXP-SUB) TO HST-FILE-NAME.
           EVALUATE WS-EXP-STATE (WS-EXP-SUB)
               WHEN "A"
                   MOVE "ONTIME" TO HST-RESULT
               WHEN "L"
                   MOVE "LATE" TO HST-RESULT
               WHEN OTHER
                   MOVE "MISSING" TO HST-RESULT
           END-EVALUATE.
           MOVE WS-EXP-MANDATORY (WS-EXP-SUB) TO HST-MANDATORY.
           MOVE WS-EXP-CUTOFF (WS-EXP-SUB) TO HST-CUTOFF.
           MOVE WS-EXP-ARRIVAL (WS-EXP-SUB) TO HST-ARRIVAL.
           MOVE WS-EXP-REASON (WS-EXP-SUB) TO HST-REASON.
           WRITE HISTORY-REC.
       9100-EXIT.
           EXIT.
