       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPABSL.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * SICKNESS ABSENCE LOAD. APPLIES THE CLEAN FILE WRITTEN BY
      * EMPABSE (EMPABS.EDT) TO THE INDEXED ABSENCE FILE, KEYED BY
      * EMPID AND EPISODE START DATE:
      *   A - ADD THE EPISODE WITH ITS WORKING DAYS
      *   D - DELETE THE EPISODE KEYED IN ERROR
      * EVERY EPISODE IS STAMPED WITH THE BATCH ID AND THE BUSINESS
      * DATE IT WAS LOADED. RUN EMPABSE FIRST - THIS LOAD TRUSTS ITS
      * EDITS AND ONLY CHECKS THAT THE CLEAN FILE IS COMPLETE.
      * EMPBRADF REPORTS FROM THE ABSENCE FILE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CLEAN-FILE ASSIGN "EMPABS.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CLN-FILE-STATUS.
        SELECT ABS-FILE ASSIGN "ABSENCE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ABS-FILE-STATUS
                       RECORD KEY ABS-KEY.
       DATA DIVISION.
       FILE SECTION.

       FD CLEAN-FILE
       RECORD 27.
       01 CLEAN-REC.
          05 CLN-ACTION        PIC X(01).
             88 CLN-HEADER-REC VALUE "H".
             88 CLN-TRAILER-REC VALUE "T".
             88 CLN-ADD        VALUE "A".
             88 CLN-DELETE     VALUE "D".
          05 CLN-EMPID         PIC 9(05).
          05 CLN-START         PIC 9(08).
          05 CLN-END           PIC 9(08).
          05 CLN-REASON        PIC X(02).
          05 CLN-WORK-DAYS     PIC 9(03).
       01 CLEAN-HEADER REDEFINES CLEAN-REC.
          05 FILLER            PIC X(01).
          05 CLN-HDR-BATCH-ID  PIC X(08).
          05 CLN-HDR-DATE      PIC 9(08).
          05 FILLER            PIC X(10).
       01 CLEAN-TRAILER REDEFINES CLEAN-REC.
          05 FILLER            PIC X(01).
          05 CLN-TRL-COUNT     PIC 9(05).
          05 CLN-TRL-HASH      PIC 9(09).
          05 FILLER            PIC X(12).

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

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-CLN-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLN-STATUS-OK      VALUE "00".
          05 WS-CLN-FILE-END       PIC X(01) VALUE "N".
             88 CLN-FILE-END       VALUE "Y".
          05 WS-ABS-FILE-STATUS    PIC X(02) VALUE "00".
             88 ABS-STATUS-OK      VALUE "00".
             88 ABS-FILE-NOT-FOUND VALUE "35".
          05 WS-TRAILER-SEEN       PIC X(01) VALUE "N".
             88 TRAILER-SEEN       VALUE "Y".

       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-ADD-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-DELETE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-ERROR-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-BATCH-ID              PIC X(08) VALUE SPACES.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPABSL".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-LOAD-EPISODES THRU 2000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           OPEN INPUT CLEAN-FILE.
           IF NOT CLN-STATUS-OK
               DISPLAY "ERROR OPENING CLEAN-FILE - RUN EMPABSE FIRST"
               DISPLAY "FILE STATUS : " WS-CLN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ABS-FILE.
           IF ABS-FILE-NOT-FOUND
               OPEN OUTPUT ABS-FILE
               CLOSE ABS-FILE
               OPEN I-O ABS-FILE
           END-IF.
           IF NOT ABS-STATUS-OK
               DISPLAY "ERROR OPENING ABS-FILE"
               DISPLAY "FILE STATUS : " WS-ABS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

       2000-LOAD-EPISODES.
           PERFORM UNTIL CLN-FILE-END
               READ CLEAN-FILE
                   AT END
                       MOVE "Y" TO WS-CLN-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CLN-HEADER-REC
                               MOVE CLN-HDR-BATCH-ID TO WS-BATCH-ID
                           WHEN CLN-TRAILER-REC
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE CLN-TRL-COUNT TO WS-TRAILER-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-READ-COUNT
                               PERFORM 2100-APPLY-ONE THRU 2100-EXIT
                       END-EVALUATE
               END-READ
           END-PERFORM.
      * EMPABSE ALWAYS CLOSES THE CLEAN FILE WITH A TRAILER; ONE
      * WITHOUT, OR OUT OF BALANCE, WAS CUT SHORT.
           IF NOT TRAILER-SEEN OR WS-READ-COUNT NOT = WS-TRAILER-COUNT
               DISPLAY "CLEAN FILE INCOMPLETE - TRAILER "
                       WS-TRAILER-COUNT " READ " WS-READ-COUNT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE.
           MOVE CLN-EMPID TO ABS-EMPID.
           MOVE CLN-START TO ABS-START.
           EVALUATE TRUE
               WHEN CLN-ADD
                   MOVE CLN-END TO ABS-END
                   MOVE CLN-REASON TO ABS-REASON
                   MOVE CLN-WORK-DAYS TO ABS-WORK-DAYS
                   MOVE WS-BATCH-ID TO ABS-BATCH-ID
                   MOVE WS-BUSINESS-DATE TO ABS-LOADED
                   WRITE ABSENCE-REC
                       INVALID KEY
                           DISPLAY "EPISODE ALREADY ON FILE "
                                   CLN-EMPID " " CLN-START
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
               WHEN CLN-DELETE
                   DELETE ABS-FILE
                       INVALID KEY
                           DISPLAY "EPISODE NOT ON FILE "
                                   CLN-EMPID " " CLN-START
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                   END-DELETE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE CLEAN-FILE.
           CLOSE ABS-FILE.
           IF WS-ERROR-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "BATCH " WS-BATCH-ID " ADDED " WS-ADD-COUNT
                  " DELETED " WS-DELETE-COUNT " ERRORS "
                  WS-ERROR-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "END OF PROCESSING".
           DISPLAY "EPISODES READ      : " WS-READ-COUNT.
           DISPLAY "ADDED              : " WS-ADD-COUNT.
           DISPLAY "DELETED            : " WS-DELETE-COUNT.
           DISPLAY "NOT APPLIED        : " WS-ERROR-COUNT.
       9999-EXIT.
           EXIT.
