       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPOPSCON.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * OPERATIONS STATUS CONSOLE FOR THE MORNING CHECK.
      *
      * ONE SCREEN-SECTION CONSOLE (IN THE STYLE OF EMPSCRN) IN
      * PLACE OF OPENING THE OVERNIGHT FILES ONE AT A TIME. EACH
      * LINE IS ONE ITEM, COLOURED BY ITS STATUS (GREEN FINE,
      * YELLOW WORTH A LOOK, RED NEEDS ACTION):
      *   STEP - EVERY STEP OF THE LAST EMPBATCH RUN FROM
      *          EMPBATCH.LOG WITH ITS OUTCOME AND ELAPSED TIME
      *          (OK/SKIP GREEN, STILL RUN YELLOW, FAIL RED), AND A
      *          RED LINE WHEN THE RUN NEVER REACHED THE ENDRUN
      *          MARKER
      *   RLOG - PER PROGRAM, THE ERROR AND WARNING MESSAGES ON
      *          RUNLOG.DAT SINCE THAT RUN STARTED (ERRORS RED,
      *          WARNINGS ONLY YELLOW)
      *   LOCK - EVERY LOCK ON EMPLOCK.DAT, RED WHEN HELD LONGER
      *          THAN THE STALE THRESHOLD (FIRST ARGUMENT, MINUTES,
      *          DEFAULT 120 AS ENQRPT)
      *   GLAK - GL TRANSMISSIONS STILL ON EMPGLACK.PND (RED ONCE
      *          THEY ARE FROM AN EARLIER DAY, AS EMPGLCHK)
      *   CASE - OPEN EXCEPTION TRACKER CASES OLDER THAN THE AGE
      *          LIMIT (SECOND ARGUMENT, DAYS, DEFAULT 30 AS
      *          EXCAGING)
      *
      * THE OPERATOR ACKNOWLEDGES AN ITEM BY NUMBER WITH A COMMENT.
      * THE ACKNOWLEDGEMENT IS APPENDED TO OPSACK.DAT WITH THE
      * OPERATOR ID AND THE TIME, AND FROM THEN ON THE ITEM SHOWS
      * WHO ACKNOWLEDGED IT (V VIEWS THE COMMENT) - SO THE NEXT
      * SHIFT SEES WHO LOOKED AT WHAT. AN ACKNOWLEDGEMENT BELONGS
      * TO THE ITEM IT WAS GIVEN FOR: A STEP OF ONE RUN, ONE LOCK
      * TAKEN AT ONE TIME, ONE TRANSMISSION, ONE CASE.
      *
      * ACKNOWLEDGEMENT LAYOUT (100 BYTES):
      *   TIMESTAMP X(14), BLANK, OPERATOR X(8), BLANK, ITEM TYPE
      *   X(4), BLANK, ITEM KEY X(24), BLANK, COMMENT X(40)
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT BATCHLOG-FILE ASSIGN "EMPBATCH.LOG"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-BLG-FILE-STATUS.
        SELECT RUNLOG-FILE ASSIGN "RUNLOG.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RLG-FILE-STATUS.
        SELECT LOCK-FILE ASSIGN "EMPLOCK.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LCK-FILE-STATUS.
        SELECT PENDING-FILE ASSIGN "EMPGLACK.PND"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PND-FILE-STATUS.
        SELECT EXCTRACK-FILE ASSIGN "EXCTRACK"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EXCT-FILE-STATUS
                       RECORD KEY EXCT-KEY.
        SELECT ACK-FILE ASSIGN "OPSACK.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-ACK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD BATCHLOG-FILE
       RECORD 48.
       01 BATCHLOG-REC.
          05 BLG-STEP-NAME     PIC X(10).
          05 FILLER            PIC X(02).
          05 BLG-OUTCOME       PIC X(04).
          05 FILLER            PIC X(02).
          05 BLG-START-TIME    PIC X(14).
          05 FILLER            PIC X(02).
          05 BLG-END-TIME      PIC X(14).

       FD RUNLOG-FILE
       RECORD 86.
       01 RUNLOG-REC.
          05 RLG-TIMESTAMP     PIC X(14).
          05 FILLER            PIC X(01).
          05 RLG-PROGRAM       PIC X(08).
          05 FILLER            PIC X(01).
          05 RLG-SEVERITY      PIC X(01).
          05 FILLER            PIC X(01).
          05 RLG-TEXT          PIC X(60).

       FD LOCK-FILE
       RECORD 31.
       01 LOCK-REC.
          05 LCK-NAME          PIC X(08).
          05 LCK-PROGRAM       PIC X(08).
          05 LCK-TIMESTAMP     PIC X(14).
          05 FILLER            PIC X(01).

       FD PENDING-FILE
       RECORD 55.
       01 PENDING-REC.
          05 PND-XMIT-ID       PIC X(10).
          05 PND-FILE-NAME     PIC X(16).
          05 PND-DATE          PIC 9(08).
          05 PND-COUNT         PIC 9(07).
          05 PND-HASH          PIC 9(11)V99.
          05 FILLER            PIC X(01).

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

       FD ACK-FILE
       RECORD 100.
       01 ACK-REC.
          05 ACK-TIMESTAMP     PIC X(14).
          05 FILLER            PIC X(01).
          05 ACK-OPERATOR      PIC X(08).
          05 FILLER            PIC X(01).
          05 ACK-TYPE          PIC X(04).
          05 FILLER            PIC X(01).
          05 ACK-KEY           PIC X(24).
          05 FILLER            PIC X(01).
          05 ACK-COMMENT       PIC X(40).
          05 FILLER            PIC X(06).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-BLG-FILE-STATUS    PIC X(02) VALUE "00".
             88 BLG-STATUS-OK      VALUE "00".
          05 WS-BLG-FILE-END       PIC X(01) VALUE "N".
             88 BLG-FILE-END       VALUE "Y".
          05 WS-RLG-FILE-STATUS    PIC X(02) VALUE "00".
             88 RLG-STATUS-OK      VALUE "00".
          05 WS-RLG-FILE-END       PIC X(01) VALUE "N".
             88 RLG-FILE-END       VALUE "Y".
          05 WS-LCK-FILE-STATUS    PIC X(02) VALUE "00".
             88 LCK-STATUS-OK      VALUE "00".
          05 WS-LCK-FILE-END       PIC X(01) VALUE "N".
             88 LCK-FILE-END       VALUE "Y".
          05 WS-PND-FILE-STATUS    PIC X(02) VALUE "00".
             88 PND-STATUS-OK      VALUE "00".
          05 WS-PND-FILE-END       PIC X(01) VALUE "N".
             88 PND-FILE-END       VALUE "Y".
          05 WS-EXCT-FILE-STATUS   PIC X(02) VALUE "00".
             88 EXCT-STATUS-OK     VALUE "00".
          05 WS-EXCT-FILE-END      PIC X(01) VALUE "N".
             88 EXCT-FILE-END      VALUE "Y".
          05 WS-ACK-FILE-STATUS    PIC X(02) VALUE "00".
             88 ACK-STATUS-OK      VALUE "00".
             88 ACK-FILE-NOT-FOUND VALUE "35".
          05 WS-ACK-FILE-END       PIC X(01) VALUE "N".
             88 ACK-FILE-END       VALUE "Y".
          05 WS-RUN-ENDED          PIC X(01) VALUE "N".
             88 RUN-ENDED          VALUE "Y".

       01 WS-COMMAND               PIC X(01) VALUE SPACE.
          88 COMMAND-NEXT          VALUE "N" "n".
          88 COMMAND-PREV          VALUE "P" "p".
          88 COMMAND-ACK           VALUE "A" "a".
          88 COMMAND-VIEW          VALUE "V" "v".
          88 COMMAND-REFRESH       VALUE "R" "r".
          88 COMMAND-QUIT          VALUE "Q" "q".
       01 WS-CMD-ITEM              PIC 9(03) VALUE ZERO.
       01 WS-ACK-COMMENT           PIC X(40) VALUE SPACES.
       01 WS-MESSAGE               PIC X(76) VALUE SPACES.
       01 WS-VIEW-LINE-1           PIC X(76) VALUE SPACES.
       01 WS-VIEW-LINE-2           PIC X(76) VALUE SPACES.

       01 WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-LOCK-LIMIT-MINS       PIC 9(04) VALUE 120.
       01 WS-CASE-LIMIT-DAYS       PIC 9(04) VALUE 30.
       01 WS-NOW                   PIC X(14) VALUE SPACES.
       01 WS-RUN-START             PIC X(14) VALUE SPACES.

      * SCREEN COLOUR NUMBERS.
       01 WS-GREEN                 PIC 9(01) VALUE 2.
       01 WS-YELLOW                PIC 9(01) VALUE 6.
       01 WS-RED                   PIC 9(01) VALUE 4.

      * THE ITEMS ON THE CONSOLE, IN THE ORDER SHOWN.
       01 WS-ITEM-MAX              PIC 9(03) VALUE 300.
       01 WS-ITEM-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-ITEM-TABLE.
          05 WS-ITEM OCCURS 300 TIMES.
             10 WS-IT-TYPE         PIC X(04).
             10 WS-IT-KEY          PIC X(24).
             10 WS-IT-TEXT         PIC X(45).
             10 WS-IT-COLOUR       PIC 9(01).
             10 WS-IT-ACK-OPER     PIC X(08).
             10 WS-IT-ACK-TIME     PIC X(14).
             10 WS-IT-ACK-COMMENT  PIC X(40).
       01 WS-ITEM-SUB              PIC 9(03).
       01 WS-NEW-TYPE              PIC X(04).
       01 WS-NEW-KEY               PIC X(24).
       01 WS-NEW-TEXT              PIC X(45).
       01 WS-NEW-COLOUR            PIC 9(01).
       01 WS-COLOUR-COUNTS.
          05 WS-RED-COUNT          PIC 9(03) VALUE ZERO.
          05 WS-YELLOW-COUNT       PIC 9(03) VALUE ZERO.
          05 WS-GREEN-COUNT        PIC 9(03) VALUE ZERO.
          05 WS-ACKED-COUNT        PIC 9(03) VALUE ZERO.

      * RUN-LOG MESSAGE COUNTS PER PROGRAM.
       01 WS-RL-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-RL-TABLE.
          05 WS-RL-ENTRY OCCURS 100 TIMES.
             10 WS-RL-PROGRAM      PIC X(08).
             10 WS-RL-ERRORS       PIC 9(04).
             10 WS-RL-WARNINGS     PIC 9(04).
       01 WS-RL-SUB                PIC 9(03).

      * THE PAGE OF ITEMS ON SCREEN.
       01 WS-PAGE-SIZE             PIC 9(02) VALUE 16.
       01 WS-PAGE                  PIC 9(02) VALUE 1.
       01 WS-PAGE-COUNT            PIC 9(02) VALUE 1.
       01 WS-FIRST-ON-PAGE         PIC 9(03).
       01 WS-LAST-ON-PAGE          PIC 9(03).
       01 WS-SCR-LINE              PIC 9(02).
       01 WS-ROW-TEXT              PIC X(76).
       01 WS-ROW-COLOUR            PIC 9(01).
       01 WS-ROW-NO                PIC ZZ9.
       01 WS-ROW-ACK               PIC X(21).

      * DATE AND TIME ARITHMETIC.
       01 WS-FROM-INT              PIC 9(08) COMP.
       01 WS-TO-INT                PIC 9(08) COMP.
       01 WS-TODAY-INT             PIC 9(08) COMP.
       01 WS-FROM-SECS             PIC 9(05).
       01 WS-TO-SECS               PIC 9(05).
       01 WS-ELAPSED-SECS          PIC S9(09).
       01 WS-HELD-MINS             PIC S9(07).
       01 WS-DAYS-OPEN             PIC S9(05).
       01 WS-HOURS                 PIC 9(04).
       01 WS-MINS                  PIC 9(02).
       01 WS-SECS                  PIC 9(02).
       01 WS-REMAINDER             PIC 9(05).
       01 WS-PRT-ELAPSED           PIC X(08).
       01 WS-PRT-CLOCK             PIC X(08).
       01 WS-PRT-MINS              PIC ZZZZ9.
       01 WS-PRT-DAYS              PIC ZZZ9.
       01 WS-PRT-COUNT             PIC ZZZ9.
       01 WS-PRT-COUNT-2           PIC ZZZ9.

       SCREEN SECTION.
       01 HEAD-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 2 VALUE
           "OPERATIONS STATUS CONSOLE" HIGHLIGHT.
           05 LINE 1 COLUMN 40 VALUE "BUSINESS DATE : ".
           05 LINE 1 COLUMN 56 PIC 9(08) FROM WS-BUSINESS-DATE.
           05 LINE 2 COLUMN 2 VALUE "OPERATOR : ".
           05 LINE 2 COLUMN 13 PIC X(08) FROM WS-OPERATOR-ID.
           05 LINE 2 COLUMN 40 VALUE "PAGE ".
           05 LINE 2 COLUMN 45 PIC Z9 FROM WS-PAGE.
           05 LINE 2 COLUMN 48 VALUE "OF ".
           05 LINE 2 COLUMN 51 PIC Z9 FROM WS-PAGE-COUNT.
           05 LINE 3 COLUMN 2 VALUE
           " NO TYPE DETAIL".
           05 LINE 3 COLUMN 57 VALUE "ACKNOWLEDGED".
       01 ROW-SCREEN.
           05 LINE WS-SCR-LINE COLUMN 2 PIC X(76) FROM WS-ROW-TEXT
               FOREGROUND-COLOR WS-ROW-COLOUR.
       01 FOOT-SCREEN.
           05 LINE 20 COLUMN 2 VALUE "RED ".
           05 LINE 20 COLUMN 6 PIC ZZ9 FROM WS-RED-COUNT
               FOREGROUND-COLOR 4.
           05 LINE 20 COLUMN 12 VALUE "YELLOW ".
           05 LINE 20 COLUMN 19 PIC ZZ9 FROM WS-YELLOW-COUNT
               FOREGROUND-COLOR 6.
           05 LINE 20 COLUMN 25 VALUE "GREEN ".
           05 LINE 20 COLUMN 31 PIC ZZ9 FROM WS-GREEN-COUNT
               FOREGROUND-COLOR 2.
           05 LINE 20 COLUMN 37 VALUE "ACKNOWLEDGED ".
           05 LINE 20 COLUMN 50 PIC ZZ9 FROM WS-ACKED-COUNT.
           05 LINE 21 COLUMN 2 PIC X(76) FROM WS-VIEW-LINE-1.
           05 LINE 22 COLUMN 2 PIC X(76) FROM WS-VIEW-LINE-2.
           05 LINE 24 COLUMN 2 PIC X(76) FROM WS-MESSAGE
               HIGHLIGHT.
       01 COMMAND-SCREEN.
           05 LINE 23 COLUMN 2 VALUE
           "(N)EXT (P)REV (A)CK (V)IEW (R)EFRESH (Q)UIT : ".
           05 SCR-COMMAND LINE 23 COLUMN 48 PIC X(01)
               USING WS-COMMAND.
           05 LINE 23 COLUMN 52 VALUE "ITEM NO : ".
           05 SCR-ITEM LINE 23 COLUMN 62 PIC 9(03)
               USING WS-CMD-ITEM.
       01 ACK-SCREEN.
           05 LINE 23 COLUMN 2 PIC X(76) FROM SPACES.
           05 LINE 23 COLUMN 2 VALUE "COMMENT : ".
           05 SCR-COMMENT LINE 23 COLUMN 12 PIC X(40)
               USING WS-ACK-COMMENT.

       PROCEDURE DIVISION.
       MAINLINE.
      * EVERY ACKNOWLEDGEMENT RECORDS WHO GAVE IT.
           PERFORM WITH TEST AFTER UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-GATHER-ITEMS THRU 2000-EXIT.
           PERFORM 3000-CONSOLE-LOOP THRU 3000-EXIT
               UNTIL COMMAND-QUIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-LOCK-LIMIT-MINS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 120 TO WS-LOCK-LIMIT-MINS
           END-ACCEPT.
           IF WS-LOCK-LIMIT-MINS = ZERO
               MOVE 120 TO WS-LOCK-LIMIT-MINS
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-CASE-LIMIT-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 30 TO WS-CASE-LIMIT-DAYS
           END-ACCEPT.
           IF WS-CASE-LIMIT-DAYS = ZERO
               MOVE 30 TO WS-CASE-LIMIT-DAYS
           END-IF.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
       1000-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * GATHER EVERY ITEM FROM THE OVERNIGHT FILES AS THEY STAND
      * NOW. REFRESH COMES BACK HERE, SO A FILE THAT CHANGED WHILE
      * THE CONSOLE WAS UP SHOWS ITS CURRENT STATE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2000-GATHER-ITEMS.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-COLOUR-COUNTS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           PERFORM 2100-LOAD-BATCH-STEPS THRU 2100-EXIT.
           PERFORM 2200-LOAD-RUNLOG-COUNTS THRU 2200-EXIT.
           PERFORM 2300-LOAD-LOCKS THRU 2300-EXIT.
           PERFORM 2400-LOAD-GL-PENDING THRU 2400-EXIT.
           PERFORM 2500-LOAD-AGED-CASES THRU 2500-EXIT.
           PERFORM 2700-APPLY-ACKS THRU 2700-EXIT.

           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               EVALUATE WS-IT-COLOUR (WS-ITEM-SUB)
                   WHEN 4
                       ADD 1 TO WS-RED-COUNT
                   WHEN 6
                       ADD 1 TO WS-YELLOW-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-GREEN-COUNT
               END-EVALUATE
               IF WS-IT-ACK-OPER (WS-ITEM-SUB) NOT = SPACES
                   ADD 1 TO WS-ACKED-COUNT
               END-IF
           END-PERFORM.

           COMPUTE WS-PAGE-COUNT =
               (WS-ITEM-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
           IF WS-PAGE-COUNT = ZERO
               MOVE 1 TO WS-PAGE-COUNT
           END-IF.
           IF WS-PAGE > WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO WS-PAGE
           END-IF.
       2000-EXIT.
           EXIT.

      * THE RUN LOG ONLY EVER HOLDS THE LATEST RUN. ITS EARLIEST
      * STEP START MARKS WHERE THAT RUN'S RUNLOG.DAT MESSAGES BEGIN.
       2100-LOAD-BATCH-STEPS.
           MOVE SPACES TO WS-RUN-START.
           MOVE "N" TO WS-RUN-ENDED.
           MOVE "N" TO WS-BLG-FILE-END.
           OPEN INPUT BATCHLOG-FILE.
           IF NOT BLG-STATUS-OK
               MOVE "STEP" TO WS-NEW-TYPE
               MOVE "NOLOG" TO WS-NEW-KEY
               MOVE "NO EMPBATCH.LOG - NO BATCH RUN RECORDED"
                   TO WS-NEW-TEXT
               MOVE WS-YELLOW TO WS-NEW-COLOUR
               PERFORM 2900-ADD-ITEM THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM UNTIL BLG-FILE-END
               READ BATCHLOG-FILE
                   AT END
                       MOVE "Y" TO WS-BLG-FILE-END
                   NOT AT END
                       PERFORM 2110-ONE-STEP THRU 2110-EXIT
               END-READ
           END-PERFORM.
           CLOSE BATCHLOG-FILE.

           IF NOT RUN-ENDED
               MOVE "STEP" TO WS-NEW-TYPE
               MOVE SPACES TO WS-NEW-KEY
               STRING "NOEND" WS-RUN-START
                   DELIMITED BY SIZE INTO WS-NEW-KEY
               MOVE "LAST RUN DID NOT REACH THE END OF THE CHAIN"
                   TO WS-NEW-TEXT
               MOVE WS-RED TO WS-NEW-COLOUR
               PERFORM 2900-ADD-ITEM THRU 2900-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-ONE-STEP.
           IF BLG-STEP-NAME = "ENDRUN"
               MOVE "Y" TO WS-RUN-ENDED
               GO TO 2110-EXIT
           END-IF.
           IF BLG-START-TIME NOT = SPACES
                   AND (WS-RUN-START = SPACES
                        OR BLG-START-TIME < WS-RUN-START)
               MOVE BLG-START-TIME TO WS-RUN-START
           END-IF.

           MOVE "--:--:--" TO WS-PRT-ELAPSED.
           IF BLG-START-TIME NOT = SPACES
                   AND BLG-END-TIME NOT = SPACES
               PERFORM 2120-STEP-ELAPSED THRU 2120-EXIT
           END-IF.
           MOVE "--:--:--" TO WS-PRT-CLOCK.
           IF BLG-START-TIME NOT = SPACES
               STRING BLG-START-TIME (9:2) ":"
                      BLG-START-TIME (11:2) ":"
                      BLG-START-TIME (13:2)
                   DELIMITED BY SIZE INTO WS-PRT-CLOCK
           END-IF.

           MOVE "STEP" TO WS-NEW-TYPE.
           MOVE SPACES TO WS-NEW-KEY.
           STRING BLG-STEP-NAME BLG-START-TIME
               DELIMITED BY SIZE INTO WS-NEW-KEY.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING BLG-STEP-NAME " " BLG-OUTCOME " START "
                  WS-PRT-CLOCK " ELAPSED " WS-PRT-ELAPSED
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           EVALUATE BLG-OUTCOME
               WHEN "OK"
               WHEN "SKIP"
                   MOVE WS-GREEN TO WS-NEW-COLOUR
               WHEN "FAIL"
                   MOVE WS-RED TO WS-NEW-COLOUR
               WHEN OTHER
                   MOVE WS-YELLOW TO WS-NEW-COLOUR
           END-EVALUATE.
           PERFORM 2900-ADD-ITEM THRU 2900-EXIT.
       2110-EXIT.
           EXIT.

       2120-STEP-ELAPSED.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (BLG-START-TIME (1:8)))
               ON SIZE ERROR
                   GO TO 2120-EXIT
           END-COMPUTE.
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (BLG-END-TIME (1:8)))
               ON SIZE ERROR
                   GO TO 2120-EXIT
           END-COMPUTE.
           COMPUTE WS-FROM-SECS =
               (FUNCTION NUMVAL (BLG-START-TIME (9:2)) * 3600)
               + (FUNCTION NUMVAL (BLG-START-TIME (11:2)) * 60)
               + FUNCTION NUMVAL (BLG-START-TIME (13:2)).
           COMPUTE WS-TO-SECS =
               (FUNCTION NUMVAL (BLG-END-TIME (9:2)) * 3600)
               + (FUNCTION NUMVAL (BLG-END-TIME (11:2)) * 60)
               + FUNCTION NUMVAL (BLG-END-TIME (13:2)).
           COMPUTE WS-ELAPSED-SECS =
               ((WS-TO-INT - WS-FROM-INT) * 86400)
               + WS-TO-SECS - WS-FROM-SECS.
           IF WS-ELAPSED-SECS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF.
           DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-HOURS
               REMAINDER WS-REMAINDER.
           DIVIDE WS-REMAINDER BY 60 GIVING WS-MINS
               REMAINDER WS-SECS.
           IF WS-HOURS > 99
               MOVE 99 TO WS-HOURS
           END-IF.
           MOVE SPACES TO WS-PRT-ELAPSED.
           STRING WS-HOURS (3:2) ":" WS-MINS ":" WS-SECS
               DELIMITED BY SIZE INTO WS-PRT-ELAPSED.
       2120-EXIT.
           EXIT.

      * WITHOUT A RUN LOG THE MESSAGES COUNTED ARE TODAY'S.
       2200-LOAD-RUNLOG-COUNTS.
           MOVE ZERO TO WS-RL-COUNT.
           IF WS-RUN-START = SPACES
               STRING WS-NOW (1:8) "000000"
                   DELIMITED BY SIZE INTO WS-RUN-START
           END-IF.
           MOVE "N" TO WS-RLG-FILE-END.
           OPEN INPUT RUNLOG-FILE.
           IF NOT RLG-STATUS-OK
               GO TO 2200-EXIT
           END-IF.
           PERFORM UNTIL RLG-FILE-END
               READ RUNLOG-FILE
                   AT END
                       MOVE "Y" TO WS-RLG-FILE-END
                   NOT AT END
                       IF RLG-TIMESTAMP NOT < WS-RUN-START
                               AND (RLG-SEVERITY = "E"
                                    OR RLG-SEVERITY = "W")
                           PERFORM 2210-COUNT-MESSAGE
                               THRU 2210-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG-FILE.

           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               MOVE "RLOG" TO WS-NEW-TYPE
               MOVE SPACES TO WS-NEW-KEY
               STRING WS-RL-PROGRAM (WS-RL-SUB) WS-RUN-START
                   DELIMITED BY SIZE INTO WS-NEW-KEY
               MOVE WS-RL-ERRORS (WS-RL-SUB) TO WS-PRT-COUNT
               MOVE WS-RL-WARNINGS (WS-RL-SUB) TO WS-PRT-COUNT-2
               MOVE SPACES TO WS-NEW-TEXT
               STRING WS-RL-PROGRAM (WS-RL-SUB) " ERRORS "
                      WS-PRT-COUNT " WARNINGS " WS-PRT-COUNT-2
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               IF WS-RL-ERRORS (WS-RL-SUB) > ZERO
                   MOVE WS-RED TO WS-NEW-COLOUR
               ELSE
                   MOVE WS-YELLOW TO WS-NEW-COLOUR
               END-IF
               PERFORM 2900-ADD-ITEM THRU 2900-EXIT
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2210-COUNT-MESSAGE.
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               IF WS-RL-PROGRAM (WS-RL-SUB) = RLG-PROGRAM
                   GO TO 2210-HAVE-PROGRAM
               END-IF
           END-PERFORM.
           IF WS-RL-COUNT >= 100
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS-RL-COUNT.
           MOVE WS-RL-COUNT TO WS-RL-SUB.
           MOVE RLG-PROGRAM TO WS-RL-PROGRAM (WS-RL-SUB).
           MOVE ZERO TO WS-RL-ERRORS (WS-RL-SUB).
           MOVE ZERO TO WS-RL-WARNINGS (WS-RL-SUB).

       2210-HAVE-PROGRAM.
           IF RLG-SEVERITY = "E"
               ADD 1 TO WS-RL-ERRORS (WS-RL-SUB)
           ELSE
               ADD 1 TO WS-RL-WARNINGS (WS-RL-SUB)
           END-IF.
       2210-EXIT.
           EXIT.

      * HELD TIME IS WORKED OUT THE WAY ENQRPT WORKS IT OUT.
       2300-LOAD-LOCKS.
           MOVE "N" TO WS-LCK-FILE-END.
           OPEN INPUT LOCK-FILE.
           IF NOT LCK-STATUS-OK
               GO TO 2300-EXIT
           END-IF.
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-NOW (1:8))).
           COMPUTE WS-TO-SECS =
               (FUNCTION NUMVAL (WS-NOW (9:2)) * 60)
               + FUNCTION NUMVAL (WS-NOW (11:2)).
           PERFORM UNTIL LCK-FILE-END
               READ LOCK-FILE
                   AT END
                       MOVE "Y" TO WS-LCK-FILE-END
                   NOT AT END
                       PERFORM 2310-ONE-LOCK THRU 2310-EXIT
               END-READ
           END-PERFORM.
           CLOSE LOCK-FILE.
       2300-EXIT.
           EXIT.

       2310-ONE-LOCK.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (LCK-TIMESTAMP (1:8)))
               ON SIZE ERROR
                   MOVE WS-TO-INT TO WS-FROM-INT
           END-COMPUTE.
           COMPUTE WS-FROM-SECS =
               (FUNCTION NUMVAL (LCK-TIMESTAMP (9:2)) * 60)
               + FUNCTION NUMVAL (LCK-TIMESTAMP (11:2)).
           COMPUTE WS-HELD-MINS =
               ((WS-TO-INT - WS-FROM-INT) * 1440)
               + WS-TO-SECS - WS-FROM-SECS.
           IF WS-HELD-MINS < ZERO
               MOVE ZERO TO WS-HELD-MINS
           END-IF.
           MOVE WS-HELD-MINS TO WS-PRT-MINS.

           MOVE "LOCK" TO WS-NEW-TYPE.
           MOVE SPACES TO WS-NEW-KEY.
           STRING LCK-NAME LCK-TIMESTAMP
               DELIMITED BY SIZE INTO WS-NEW-KEY.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING LCK-NAME " BY " LCK-PROGRAM " SINCE "
                  LCK-TIMESTAMP (1:12) " " WS-PRT-MINS "M"
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           IF WS-HELD-MINS > WS-LOCK-LIMIT-MINS
               MOVE WS-RED TO WS-NEW-COLOUR
           ELSE
               MOVE WS-GREEN TO WS-NEW-COLOUR
           END-IF.
           PERFORM 2900-ADD-ITEM THRU 2900-EXIT.
       2310-EXIT.
           EXIT.

      * A TRANSMISSION FROM TODAY IS STILL WITHIN FINANCE'S TIME
      * TO ACKNOWLEDGE; ONE FROM AN EARLIER DAY IS MISSING ITS ACK.
       2400-LOAD-GL-PENDING.
           MOVE "N" TO WS-PND-FILE-END.
           OPEN INPUT PENDING-FILE.
           IF NOT PND-STATUS-OK
               GO TO 2400-EXIT
           END-IF.
           PERFORM UNTIL PND-FILE-END
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-PND-FILE-END
                   NOT AT END
                       MOVE "GLAK" TO WS-NEW-TYPE
                       MOVE PND-XMIT-ID TO WS-NEW-KEY
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING PND-XMIT-ID " " PND-FILE-NAME
                              " SENT " PND-DATE
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                       IF PND-DATE < WS-BUSINESS-DATE
                           MOVE WS-RED TO WS-NEW-COLOUR
                       ELSE
                           MOVE WS-YELLOW TO WS-NEW-COLOUR
                       END-IF
                       PERFORM 2900-ADD-ITEM THRU 2900-EXIT
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
       2400-EXIT.
           EXIT.

      * THE SAME AGE TEST AS EXCAGING.
       2500-LOAD-AGED-CASES.
           MOVE "N" TO WS-EXCT-FILE-END.
           OPEN INPUT EXCTRACK-FILE.
           IF NOT EXCT-STATUS-OK
               GO TO 2500-EXIT
           END-IF.
           MOVE ZERO TO EXCT-EMPID.
           MOVE SPACES TO EXCT-REASON-CD.
           START EXCTRACK-FILE KEY >= EXCT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EXCT-FILE-END.
           PERFORM UNTIL EXCT-FILE-END
               READ EXCTRACK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EXCT-FILE-END
                   NOT AT END
                       IF EXCT-RESOLVED = "N"
                           PERFORM 2510-ONE-CASE THRU 2510-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCTRACK-FILE.
       2500-EXIT.
           EXIT.

       2510-ONE-CASE.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (EXCT-FIRST-SEEN)
               ON SIZE ERROR
                   MOVE WS-TODAY-INT TO WS-FROM-INT
           END-COMPUTE.
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-FROM-INT.
           IF WS-DAYS-OPEN NOT > WS-CASE-LIMIT-DAYS
               GO TO 2510-EXIT
           END-IF.
           MOVE WS-DAYS-OPEN TO WS-PRT-DAYS.
           MOVE "CASE" TO WS-NEW-TYPE.
           MOVE EXCT-CASE-NO TO WS-NEW-KEY.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING EXCT-CASE-NO " " EXCT-EMPID " " WS-PRT-DAYS "D "
                  EXCT-REASON-TEXT
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           MOVE WS-RED TO WS-NEW-COLOUR.
           PERFORM 2900-ADD-ITEM THRU 2900-EXIT.
       2510-EXIT.
           EXIT.

      * THE ACKNOWLEDGEMENT FILE IS IN TIME ORDER, SO THE LAST ONE
      * FOR AN ITEM IS THE ONE SHOWN.
       2700-APPLY-ACKS.
           MOVE "N" TO WS-ACK-FILE-END.
           OPEN INPUT ACK-FILE.
           IF NOT ACK-STATUS-OK
               GO TO 2700-EXIT
           END-IF.
           PERFORM UNTIL ACK-FILE-END
               READ ACK-FILE
                   AT END
                       MOVE "Y" TO WS-ACK-FILE-END
                   NOT AT END
                       PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                           IF WS-IT-TYPE (WS-ITEM-SUB) = ACK-TYPE
                                   AND WS-IT-KEY (WS-ITEM-SUB)
                                       = ACK-KEY
                               MOVE ACK-OPERATOR TO
                                   WS-IT-ACK-OPER (WS-ITEM-SUB)
                               MOVE ACK-TIMESTAMP TO
                                   WS-IT-ACK-TIME (WS-ITEM-SUB)
                               MOVE ACK-COMMENT TO
                                   WS-IT-ACK-COMMENT (WS-ITEM-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.
       2700-EXIT.
           EXIT.

       2900-ADD-ITEM.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               MOVE "TOO MANY ITEMS - LATER ITEMS NOT SHOWN"
                   TO WS-MESSAGE
               GO TO 2900-EXIT
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-NEW-TYPE TO WS-IT-TYPE (WS-ITEM-COUNT).
           MOVE WS-NEW-KEY TO WS-IT-KEY (WS-ITEM-COUNT).
           MOVE WS-NEW-TEXT TO WS-IT-TEXT (WS-ITEM-COUNT).
           MOVE WS-NEW-COLOUR TO WS-IT-COLOUR (WS-ITEM-COUNT).
           MOVE SPACES TO WS-IT-ACK-OPER (WS-ITEM-COUNT).
           MOVE SPACES TO WS-IT-ACK-TIME (WS-ITEM-COUNT).
           MOVE SPACES TO WS-IT-ACK-COMMENT (WS-ITEM-COUNT).
       2900-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ONE PASS OF THE CONSOLE: SHOW THE CURRENT PAGE, TAKE ONE
      * COMMAND, ACT ON IT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       3000-CONSOLE-LOOP.
           PERFORM 3100-SHOW-PAGE THRU 3100-EXIT.
           MOVE SPACE TO WS-COMMAND.
           MOVE ZERO TO WS-CMD-ITEM.
           DISPLAY COMMAND-SCREEN.
           ACCEPT COMMAND-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-VIEW-LINE-1.
           MOVE SPACES TO WS-VIEW-LINE-2.
           EVALUATE TRUE
               WHEN COMMAND-QUIT
                   CONTINUE
               WHEN COMMAND-NEXT
                   IF WS-PAGE < WS-PAGE-COUNT
                       ADD 1 TO WS-PAGE
                   ELSE
                       MOVE "ALREADY ON THE LAST PAGE" TO WS-MESSAGE
                   END-IF
               WHEN COMMAND-PREV
                   IF WS-PAGE > 1
                       SUBTRACT 1 FROM WS-PAGE
                   ELSE
                       MOVE "ALREADY ON THE FIRST PAGE"
                           TO WS-MESSAGE
                   END-IF
               WHEN COMMAND-REFRESH
                   PERFORM 2000-GATHER-ITEMS THRU 2000-EXIT
                   MOVE "REFRESHED" TO WS-MESSAGE
               WHEN COMMAND-VIEW
                   PERFORM 3300-VIEW-ITEM THRU 3300-EXIT
               WHEN COMMAND-ACK
                   PERFORM 3400-ACK-ITEM THRU 3400-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND" TO WS-MESSAGE
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-SHOW-PAGE.
           DISPLAY HEAD-SCREEN.
           COMPUTE WS-FIRST-ON-PAGE =
               ((WS-PAGE - 1) * WS-PAGE-SIZE) + 1.
           COMPUTE WS-LAST-ON-PAGE =
               WS-FIRST-ON-PAGE + WS-PAGE-SIZE - 1.
           IF WS-LAST-ON-PAGE > WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-LAST-ON-PAGE
           END-IF.
           MOVE 4 TO WS-SCR-LINE.
           PERFORM 3200-SHOW-ROW THRU 3200-EXIT
               VARYING WS-ITEM-SUB FROM WS-FIRST-ON-PAGE BY 1
               UNTIL WS-ITEM-SUB > WS-LAST-ON-PAGE.
           IF WS-ITEM-COUNT = ZERO
               MOVE "NOTHING TO REPORT" TO WS-ROW-TEXT
               MOVE WS-GREEN TO WS-ROW-COLOUR
               DISPLAY ROW-SCREEN
           END-IF.
           DISPLAY FOOT-SCREEN.
       3100-EXIT.
           EXIT.

       3200-SHOW-ROW.
           MOVE WS-ITEM-SUB TO WS-ROW-NO.
           MOVE SPACES TO WS-ROW-ACK.
           IF WS-IT-ACK-OPER (WS-ITEM-SUB) NOT = SPACES
               STRING WS-IT-ACK-OPER (WS-ITEM-SUB) " "
                      WS-IT-ACK-TIME (WS-ITEM-SUB) (7:2) "/"
                      WS-IT-ACK-TIME (WS-ITEM-SUB) (5:2) " "
                      WS-IT-ACK-TIME (WS-ITEM-SUB) (9:2) ":"
                      WS-IT-ACK-TIME (WS-ITEM-SUB) (11:2)
                   DELIMITED BY SIZE INTO WS-ROW-ACK
           END-IF.
           MOVE SPACES TO WS-ROW-TEXT.
           STRING WS-ROW-NO " " WS-IT-TYPE (WS-ITEM-SUB) " "
                  WS-IT-TEXT (WS-ITEM-SUB) " " WS-ROW-ACK
               DELIMITED BY SIZE INTO WS-ROW-TEXT.
           MOVE WS-IT-COLOUR (WS-ITEM-SUB) TO WS-ROW-COLOUR.
           DISPLAY ROW-SCREEN.
           ADD 1 TO WS-SCR-LINE.
       3200-EXIT.
           EXIT.

       3300-VIEW-ITEM.
           IF WS-CMD-ITEM = ZERO OR WS-CMD-ITEM > WS-ITEM-COUNT
               MOVE "ENTER THE NUMBER OF AN ITEM ON THE CONSOLE"
                   TO WS-MESSAGE
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-CMD-ITEM TO WS-ITEM-SUB.
           STRING WS-IT-TYPE (WS-ITEM-SUB) " "
                  WS-IT-TEXT (WS-ITEM-SUB)
               DELIMITED BY SIZE INTO WS-VIEW-LINE-1.
           IF WS-IT-ACK-OPER (WS-ITEM-SUB) = SPACES
               MOVE "NOT ACKNOWLEDGED" TO WS-VIEW-LINE-2
           ELSE
               STRING WS-IT-ACK-OPER (WS-ITEM-SUB) " "
                      WS-IT-ACK-TIME (WS-ITEM-SUB) (1:12) " "
                      WS-IT-ACK-COMMENT (WS-ITEM-SUB)
                   DELIMITED BY SIZE INTO WS-VIEW-LINE-2
           END-IF.
      * SHOW THE PAGE THE ITEM IS ON.
           COMPUTE WS-PAGE =
               ((WS-ITEM-SUB - 1) / WS-PAGE-SIZE) + 1.
       3300-EXIT.
           EXIT.

       3400-ACK-ITEM.
           IF WS-CMD-ITEM = ZERO OR WS-CMD-ITEM > WS-ITEM-COUNT
               MOVE "ENTER THE NUMBER OF AN ITEM ON THE CONSOLE"
                   TO WS-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-CMD-ITEM TO WS-ITEM-SUB.
           MOVE SPACES TO WS-ACK-COMMENT.
           PERFORM WITH TEST AFTER UNTIL WS-ACK-COMMENT NOT = SPACES
               DISPLAY ACK-SCREEN
               ACCEPT ACK-SCREEN
           END-PERFORM.

           OPEN EXTEND ACK-FILE.
           IF ACK-FILE-NOT-FOUND
               OPEN OUTPUT ACK-FILE
           END-IF.
           IF NOT ACK-STATUS-OK
               MOVE SPACES TO WS-MESSAGE
               STRING "CANNOT RECORD THE ACKNOWLEDGEMENT, STATUS "
                      WS-ACK-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 3400-EXIT
           END-IF.
           MOVE SPACES TO ACK-REC.
           MOVE FUNCTION CURRENT-DATE (1:14) TO ACK-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO ACK-OPERATOR.
           MOVE WS-IT-TYPE (WS-ITEM-SUB) TO ACK-TYPE.
           MOVE WS-IT-KEY (WS-ITEM-SUB) TO ACK-KEY.
           MOVE WS-ACK-COMMENT TO ACK-COMMENT.
           WRITE ACK-REC.
           CLOSE ACK-FILE.

           IF WS-IT-ACK-OPER (WS-ITEM-SUB) = SPACES
               ADD 1 TO WS-ACKED-COUNT
           END-IF.
           MOVE ACK-OPERATOR TO WS-IT-ACK-OPER (WS-ITEM-SUB).
           MOVE ACK-TIMESTAMP TO WS-IT-ACK-TIME (WS-ITEM-SUB).
           MOVE ACK-COMMENT TO WS-IT-ACK-COMMENT (WS-ITEM-SUB).
           MOVE "ACKNOWLEDGEMENT RECORDED" TO WS-MESSAGE.
       3400-EXIT.
           EXIT.

       9999-CLEANUP.
           DISPLAY "END OF PROCESSING".
           DISPLAY "ITEMS SHOWN        : " WS-ITEM-COUNT.
           DISPLAY "ITEMS ACKNOWLEDGED : " WS-ACKED-COUNT.
       9999-EXIT.
           EXIT.
