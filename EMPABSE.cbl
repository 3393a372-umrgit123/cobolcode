       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPABSE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SICKNESS ABSENCE PRE-EDIT. RUNS AHEAD OF EMPABSL AND
      * VALIDATES EACH ABSENCE EPISODE ON EMPABST.DAT: EPISODES THAT
      * PASS ARE WRITTEN, WITH THEIR WORKING DAYS COUNTED, TO THE
      * CLEAN FILE EMPABS.EDT THAT EMPABSL LOADS ONTO THE ABSENCE
      * FILE; EPISODES THAT FAIL GO TO EMPABSE.ERR WITH A REASON
      * CODE AND TEXT. LONG LEAVES OF ABSENCE STAY WITH EMPSTATUS -
      * THIS FILE IS FOR SHORT SICKNESS SPELLS.
      *
      * WORKING DAYS ARE THE DAYS FROM START TO END INCLUSIVE LESS
      * WEEKENDS AND THE HOLIDAYS ON CALENDAR.DAT.
      *
      * TRANSACTION LAYOUT (24 BYTES):
      *   ACTION X(1) - A ADD AN EPISODE, D DELETE ONE KEYED IN ERROR
      *   EMPID 9(5), START DATE 9(8), END DATE 9(8),
      *   REASON CATEGORY X(2) - CF COLD/FLU, GI GASTRIC, MS
      *   MUSCULOSKELETAL, MH MENTAL HEALTH, IN INJURY, SU SURGERY
      *   OR HOSPITAL, OT OTHER
      * WITH THE USUAL "H" HEADER (BATCH ID AND DATE) AND "T"
      * TRAILER (DETAIL COUNT, HASH ZERO). A BATCH THAT DOES NOT
      * BALANCE, OR WHOSE ID HAS ALREADY BEEN LOADED, IS REJECTED
      * WHOLE AND NO CLEAN FILE IS WRITTEN.
      *
      * REASON CODES:
      *   AB01 - EMPID NOT NUMERIC OR ZERO
      *   AB02 - EMPLOYEE NOT ON EMPFILE
      *   AB03 - START DATE INVALID, IN THE FUTURE OR BEFORE HIRE
      *   AB04 - END DATE INVALID OR IN THE FUTURE
      *   AB05 - END DATE BEFORE START DATE
      *   AB06 - UNKNOWN REASON CATEGORY
      *   AB07 - NO WORKING DAYS IN THE EPISODE
      *   AB08 - OVERLAPS AN EPISODE ALREADY ON FILE
      *   AB09 - OVERLAPS AN EARLIER EPISODE IN THIS BATCH
      *   AB10 - DELETE: EPISODE NOT ON FILE
      *   AB11 - UNKNOWN ACTION CODE
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT TRANS-FILE ASSIGN "EMPABST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TRN-FILE-STATUS.
        SELECT CLEAN-FILE ASSIGN "EMPABS.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CLN-FILE-STATUS.
        SELECT ERROR-FILE ASSIGN "EMPABSE.ERR"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ERR-FILE-STATUS.
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
        SELECT CALENDAR-FILE ASSIGN "CALENDAR.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD TRANS-FILE
       RECORD 24.
       01 TRANS-REC.
          05 TRN-ACTION        PIC X(01).
             88 TB-HEADER-REC  VALUE "H".
             88 TB-TRAILER-REC VALUE "T".
          05 TRN-EMPID         PIC 9(05).
          05 TRN-START         PIC 9(08).
          05 TRN-END           PIC 9(08).
          05 TRN-REASON        PIC X(02).
             88 TRN-VALID-REASON VALUE "CF" "GI" "MS" "MH" "IN"
                                       "SU" "OT".
       01 TRANS-REC-X REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TRN-EMPID-X       PIC X(05).
          05 TRN-START-X       PIC X(08).
          05 TRN-END-X         PIC X(08).
          05 FILLER            PIC X(02).
       01 TRANS-HEADER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-HDR-BATCH-ID   PIC X(08).
          05 TB-HDR-DATE       PIC 9(08).
          05 FILLER            PIC X(07).
       01 TRANS-TRAILER REDEFINES TRANS-REC.
          05 FILLER            PIC X(01).
          05 TB-TRL-COUNT      PIC 9(05).
          05 TB-TRL-HASH       PIC 9(09).
          05 FILLER            PIC X(09).

      * THE TRANSACTION AS PASSED, WITH ITS WORKING DAYS. THE
      * HEADER GOES THROUGH UNCHANGED; THE TRAILER IS REBUILT FOR
      * THE EPISODES THAT PASSED.
       FD CLEAN-FILE
       RECORD 27.
       01 CLEAN-REC.
          05 CLN-ACTION        PIC X(01).
          05 CLN-EMPID         PIC 9(05).
          05 CLN-START         PIC 9(08).
          05 CLN-END           PIC 9(08).
          05 CLN-REASON        PIC X(02).
          05 CLN-WORK-DAYS     PIC 9(03).
       01 CLEAN-TRAILER REDEFINES CLEAN-REC.
          05 FILLER            PIC X(01).
          05 CLN-TRL-COUNT     PIC 9(05).
          05 CLN-TRL-HASH      PIC 9(09).
          05 FILLER            PIC X(12).

       FD ERROR-FILE.
       01 ERROR-LINE.
          05 ERR-RECORD        PIC X(24).
          05 FILLER            PIC X(02).
          05 ERR-CODE          PIC X(04).
          05 FILLER            PIC X(02).
          05 ERR-TEXT          PIC X(45).

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

       FD CALENDAR-FILE
       RECORD 8.
       01 CALENDAR-REC         PIC 9(08).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-TRN-FILE-STATUS    PIC X(02) VALUE "00".
             88 TRN-STATUS-OK      VALUE "00".
          05 WS-TRN-FILE-END       PIC X(01) VALUE "N".
             88 TRN-FILE-END       VALUE "Y".
          05 WS-CLN-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLN-STATUS-OK      VALUE "00".
          05 WS-ERR-FILE-STATUS    PIC X(02) VALUE "00".
             88 ERR-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-ABS-FILE-STATUS    PIC X(02) VALUE "00".
             88 ABS-STATUS-OK      VALUE "00".
          05 WS-ABS-FILE-END       PIC X(01) VALUE "N".
             88 ABS-FILE-END       VALUE "Y".
          05 WS-ABS-OPEN           PIC X(01) VALUE "N".
             88 ABS-OPEN           VALUE "Y".
          05 WS-CAL-FILE-STATUS    PIC X(02) VALUE "00".
             88 CAL-STATUS-OK      VALUE "00".
          05 WS-CAL-FILE-END       PIC X(01) VALUE "N".
             88 CAL-FILE-END       VALUE "Y".
          05 WS-HEADER-SEEN        PIC X(01) VALUE "N".
             88 HEADER-SEEN        VALUE "Y".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".
          05 WS-DELETED-IN-BATCH   PIC X(01) VALUE "N".
             88 DELETED-IN-BATCH   VALUE "Y".

       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-CLEAN-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-ERROR-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-ERR-CODE              PIC X(04) VALUE SPACES.
       01 WS-ERR-TEXT              PIC X(45) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BATCH-DETAILS         PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

      * THE EPISODES THIS BATCH HAS ALREADY PASSED, SO TWO
      * TRANSACTIONS CANNOT OVERLAP EACH OTHER, AND A DELETE
      * FOLLOWED BY A CORRECTED ADD IS ALLOWED.
       01 WS-BAT-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-BAT-TABLE.
          05 WS-BAT-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-BAT-COUNT.
             10 WS-BAT-ACTION      PIC X(01).
             10 WS-BAT-EMPID       PIC 9(05).
             10 WS-BAT-START       PIC 9(08).
             10 WS-BAT-END         PIC 9(08).
       01 WS-BAT-SUB               PIC 9(04).

      * WORKING-DAY WALK, AS EMPLVVAL DOES.
       01 WS-HOLIDAY-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY            PIC 9(08) OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-HOLIDAY-COUNT.
       01 WS-HOLIDAY-SUB           PIC 9(02).
       01 WS-WORK-DAYS             PIC 9(03) VALUE ZERO.
       01 WS-WALK-DATE             PIC 9(08) VALUE ZERO.
       01 WS-WALK-INT              PIC 9(08) COMP.
       01 WS-WALK-END-INT          PIC 9(08) COMP.
       01 WS-DAY-NUM               PIC 9(01).
       01 WS-DAY-IS-BUSINESS       PIC X(01) VALUE "N".

       01 BREG-PARM.
          05 BREG-REQUEST          PIC X(01).
          05 BREG-BATCH-ID         PIC X(08).
          05 BREG-RESULT           PIC X(01).
       01 DV-PARM.
          05 DV-DATE               PIC 9(08).
          05 DV-DATE-X REDEFINES DV-DATE PIC X(08).
          05 DV-CHECK-TYPE         PIC X(01).
          05 DV-TODAY              PIC 9(08).
          05 DV-HIRE-DATE          PIC 9(08).
          05 DV-RESULT             PIC X(01).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPABSE".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-EDIT-TRANSACTIONS THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM 1500-VALIDATE-BATCH-CONTROLS THRU 1500-EXIT.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * BEFORE THE FIRST LOAD THERE IS NO ABSENCE FILE TO OVERLAP.
           OPEN INPUT ABS-FILE.
           IF ABS-STATUS-OK
               MOVE "Y" TO WS-ABS-OPEN
           END-IF.
           OPEN OUTPUT CLEAN-FILE.
           IF NOT CLN-STATUS-OK
               DISPLAY "ERROR OPENING CLEAN-FILE"
               DISPLAY "FILE STATUS : " WS-CLN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ERROR-FILE.
           IF NOT ERR-STATUS-OK
               DISPLAY "ERROR OPENING ERROR-FILE"
               DISPLAY "FILE STATUS : " WS-ERR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * HOLIDAYS ARE OPTIONAL - A MISSING CALENDAR JUST MEANS ONLY
      * WEEKENDS ARE SKIPPED WHEN COUNTING WORKING DAYS.
       1100-LOAD-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAY-COUNT.
           OPEN INPUT CALENDAR-FILE.
           IF NOT CAL-STATUS-OK
               GO TO 1100-EXIT
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
       1100-EXIT.
           EXIT.

      * THE BATCH IS PROVED FIRST - HEADER, TRAILER, DETAIL COUNT
      * BALANCING TO THE TRAILER, AND A BATCH ID NOT LOADED
      * BEFORE - SO A TRUNCATED TRANSFER OR A RE-SENT FILE NEVER
      * REACHES THE CLEAN FILE.
       1500-VALIDATE-BATCH-CONTROLS.
           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR OPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TB-HEADER-REC
                               MOVE "Y" TO WS-HEADER-SEEN
                               MOVE TB-HDR-BATCH-ID TO WS-BATCH-ID
                           WHEN TB-TRAILER-REC
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE TB-TRL-COUNT TO WS-TRAILER-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-BATCH-DETAILS
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

           IF NOT HEADER-SEEN
               DISPLAY "BATCH HAS NO HEADER - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT TRAILER-SEEN
               DISPLAY "BATCH HAS NO TRAILER - FILE MAY BE "
                       "TRUNCATED - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BATCH-DETAILS NOT = WS-TRAILER-COUNT
               DISPLAY "BATCH COUNT DOES NOT BALANCE - REJECTED"
               DISPLAY "TRAILER : " WS-TRAILER-COUNT
               DISPLAY "COUNTED : " WS-BATCH-DETAILS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "C" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.
           IF BREG-RESULT = "S"
               DISPLAY "BATCH " WS-BATCH-ID
                       " WAS ALREADY LOADED - REJECTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "BATCH " WS-BATCH-ID " ACCEPTED, "
                   WS-BATCH-DETAILS " TRANSACTIONS".

           OPEN INPUT TRANS-FILE.
           IF NOT TRN-STATUS-OK
               DISPLAY "ERROR REOPENING TRANS-FILE"
               DISPLAY "FILE STATUS : " WS-TRN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-TRN-FILE-END.
       1500-EXIT.
           EXIT.

       2000-EDIT-TRANSACTIONS.
           PERFORM UNTIL TRN-FILE-END
               READ TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRN-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TB-HEADER-REC
                               MOVE TRANS-REC TO CLEAN-REC
                               WRITE CLEAN-REC
                           WHEN TB-TRAILER-REC
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-READ-COUNT
                               PERFORM 2100-EDIT-ONE THRU 2100-EXIT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           MOVE SPACES TO CLEAN-REC.
           MOVE "T" TO CLN-ACTION.
           MOVE WS-CLEAN-COUNT TO CLN-TRL-COUNT.
           MOVE ZERO TO CLN-TRL-HASH.
           WRITE CLEAN-REC.
       2000-EXIT.
           EXIT.

       2100-EDIT-ONE.
           MOVE SPACES TO WS-ERR-CODE.
           MOVE SPACES TO WS-ERR-TEXT.
           MOVE ZERO TO WS-WORK-DAYS.

           IF TRN-ACTION NOT = "A" AND TRN-ACTION NOT = "D"
               MOVE "AB11" TO WS-ERR-CODE
               MOVE "UNKNOWN ACTION CODE" TO WS-ERR-TEXT
               GO TO 2100-REJECT
           END-IF.
           IF TRN-EMPID-X NOT NUMERIC OR TRN-EMPID = ZERO
               MOVE "AB01" TO WS-ERR-CODE
               MOVE "EMPID NOT NUMERIC OR ZERO" TO WS-ERR-TEXT
               GO TO 2100-REJECT
           END-IF.
           MOVE TRN-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   MOVE "AB02" TO WS-ERR-CODE
                   MOVE "EMPLOYEE NOT ON EMPFILE" TO WS-ERR-TEXT
                   GO TO 2100-REJECT
           END-READ.

           IF TRN-ACTION = "D"
               PERFORM 2400-CHECK-DELETE THRU 2400-EXIT
               IF WS-ERR-CODE NOT = SPACES
                   GO TO 2100-REJECT
               END-IF
               GO TO 2100-ACCEPT
           END-IF.

           MOVE TRN-START-X TO DV-DATE-X.
           MOVE "T" TO DV-CHECK-TYPE.
           MOVE WS-BUSINESS-DATE TO DV-TODAY.
           MOVE EMP-HIRE-DATE TO DV-HIRE-DATE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "AB03" TO WS-ERR-CODE
               MOVE "START DATE INVALID, FUTURE OR BEFORE HIRE"
                   TO WS-ERR-TEXT
               GO TO 2100-REJECT
           END-IF.
           MOVE TRN-END-X TO DV-DATE-X.
           MOVE "H" TO DV-CHECK-TYPE.
           CALL "DATEVAL" USING DV-PARM.
           IF DV-RESULT NOT = "Y"
               MOVE "AB04" TO WS-ERR-CODE
               MOVE "END DATE INVALID OR IN THE FUTURE"
                   TO WS-ERR-TEXT
               GO TO 2100-REJECT
           END-IF.
           IF TRN-END < TRN-START
               MOVE "AB05" TO WS-ERR-CODE
               MOVE "END DATE BEFORE START DATE" TO WS-ERR-TEXT
               GO TO 2100-REJECT
           END-IF.
           IF NOT TRN-VALID-REASON
               MOVE "AB06" TO WS-ERR-CODE
               MOVE "UNKNOWN REASON CATEGORY" TO WS-ERR-TEXT
               GO TO 2100-REJECT
           END-IF.

           PERFORM 2200-COUNT-WORK-DAYS THRU 2200-EXIT.
           IF WS-WORK-DAYS = ZERO
               MOVE "AB07" TO WS-ERR-CODE
               MOVE "NO WORKING DAYS IN THE EPISODE" TO WS-ERR-TEXT
               GO TO 2100-REJECT
           END-IF.

           PERFORM 2300-CHECK-OVERLAP THRU 2300-EXIT.
           IF WS-ERR-CODE NOT = SPACES
               GO TO 2100-REJECT
           END-IF.

       2100-ACCEPT.
           IF WS-BAT-COUNT < 2000
               ADD 1 TO WS-BAT-COUNT
               MOVE TRN-ACTION TO WS-BAT-ACTION (WS-BAT-COUNT)
               MOVE TRN-EMPID TO WS-BAT-EMPID (WS-BAT-COUNT)
               MOVE TRN-START TO WS-BAT-START (WS-BAT-COUNT)
               MOVE TRN-END TO WS-BAT-END (WS-BAT-COUNT)
           END-IF.
           MOVE SPACES TO CLEAN-REC.
           MOVE TRN-ACTION TO CLN-ACTION.
           MOVE TRN-EMPID TO CLN-EMPID.
           MOVE TRN-START TO CLN-START.
           MOVE TRN-END TO CLN-END.
           MOVE TRN-REASON TO CLN-REASON.
           MOVE WS-WORK-DAYS TO CLN-WORK-DAYS.
           WRITE CLEAN-REC.
           ADD 1 TO WS-CLEAN-COUNT.
           GO TO 2100-EXIT.

       2100-REJECT.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO ERROR-LINE.
           MOVE TRANS-REC TO ERR-RECORD.
           MOVE WS-ERR-CODE TO ERR-CODE.
           MOVE WS-ERR-TEXT TO ERR-TEXT.
           WRITE ERROR-LINE.
       2100-EXIT.
           EXIT.

       2200-COUNT-WORK-DAYS.
           COMPUTE WS-WALK-INT = FUNCTION INTEGER-OF-DATE (TRN-START).
           COMPUTE WS-WALK-END-INT =
               FUNCTION INTEGER-OF-DATE (TRN-END).
           PERFORM 2210-COUNT-ONE-DAY THRU 2210-EXIT
               UNTIL WS-WALK-INT > WS-WALK-END-INT.
       2200-EXIT.
           EXIT.

       2210-COUNT-ONE-DAY.
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
           IF WS-DAY-IS-BUSINESS = "Y" AND WS-WORK-DAYS < 999
               ADD 1 TO WS-WORK-DAYS
           END-IF.
           ADD 1 TO WS-WALK-INT.
       2210-EXIT.
           EXIT.

      * TWO EPISODES OVERLAP WHEN EACH STARTS ON OR BEFORE THE
      * OTHER ENDS. THE EMPLOYEE'S EPISODES ON FILE ARE WALKED IN
      * START ORDER; ONE THIS BATCH HAS DELETED NO LONGER COUNTS.
       2300-CHECK-OVERLAP.
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
               IF WS-BAT-ACTION (WS-BAT-SUB) = "A"
                       AND WS-BAT-EMPID (WS-BAT-SUB) = TRN-EMPID
                       AND WS-BAT-START (WS-BAT-SUB) NOT > TRN-END
                       AND WS-BAT-END (WS-BAT-SUB) NOT < TRN-START
                   MOVE "AB09" TO WS-ERR-CODE
                   MOVE "OVERLAPS AN EARLIER EPISODE IN THIS BATCH"
                       TO WS-ERR-TEXT
                   GO TO 2300-EXIT
               END-IF
           END-PERFORM.

           IF NOT ABS-OPEN
               GO TO 2300-EXIT
           END-IF.
           MOVE "N" TO WS-ABS-FILE-END.
           MOVE TRN-EMPID TO ABS-EMPID.
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
                       IF ABS-EMPID NOT = TRN-EMPID
                               OR ABS-START > TRN-END
                           MOVE "Y" TO WS-ABS-FILE-END
                       ELSE
                           IF ABS-END NOT < TRN-START
                               PERFORM 2310-DELETED-IN-BATCH
                                   THRU 2310-EXIT
                               IF NOT DELETED-IN-BATCH
                                   MOVE "AB08" TO WS-ERR-CODE
                                   MOVE "OVERLAPS AN EPISODE ON FILE"
                                       TO WS-ERR-TEXT
                                   MOVE "Y" TO WS-ABS-FILE-END
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2300-EXIT.
           EXIT.

       2310-DELETED-IN-BATCH.
           MOVE "N" TO WS-DELETED-IN-BATCH.
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
               IF WS-BAT-ACTION (WS-BAT-SUB) = "D"
                       AND WS-BAT-EMPID (WS-BAT-SUB) = ABS-EMPID
                       AND WS-BAT-START (WS-BAT-SUB) = ABS-START
                   MOVE "Y" TO WS-DELETED-IN-BATCH
               END-IF
           END-PERFORM.
       2310-EXIT.
           EXIT.

       2400-CHECK-DELETE.
           IF NOT ABS-OPEN
               MOVE "AB10" TO WS-ERR-CODE
               MOVE "DELETE: EPISODE NOT ON FILE" TO WS-ERR-TEXT
               GO TO 2400-EXIT
           END-IF.
           MOVE TRN-EMPID TO ABS-EMPID.
           MOVE TRN-START TO ABS-START.
           READ ABS-FILE
               INVALID KEY
                   MOVE "AB10" TO WS-ERR-CODE
                   MOVE "DELETE: EPISODE NOT ON FILE" TO WS-ERR-TEXT
                   GO TO 2400-EXIT
           END-READ.
           MOVE ABS-END TO TRN-END.
           MOVE ABS-REASON TO TRN-REASON.
           MOVE ABS-WORK-DAYS TO WS-WORK-DAYS.
       2400-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE TRANS-FILE.
           CLOSE CLEAN-FILE.
           CLOSE ERROR-FILE.
           CLOSE EMPFILE.
           IF ABS-OPEN
               CLOSE ABS-FILE
           END-IF.

      * THE BATCH IS NOW CONSUMED - RECORD ITS ID SO A RE-SENT COPY
      * IS REJECTED NEXT TIME.
           MOVE "R" TO BREG-REQUEST.
           MOVE WS-BATCH-ID TO BREG-BATCH-ID.
           CALL "BATCHREG" USING BREG-PARM.

           IF WS-ERROR-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "BATCH " WS-BATCH-ID " EDITED " WS-READ-COUNT
                  " CLEAN " WS-CLEAN-COUNT " ERRORS " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "EPISODES READ      : " WS-READ-COUNT.
           DISPLAY "PASSED             : " WS-CLEAN-COUNT.
           DISPLAY "REJECTED           : " WS-ERROR-COUNT.
       9999-EXIT.
           EXIT.
