       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPBNKRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * DAILY HELD BANK-CHANGE REPORT.
      *
      * EMPBANKM HOLDS A BANK CHANGE KEYED CLOSE TO PAYDAY, OR SOON
      * AFTER AN ADDRESS CHANGE, ON THE KEYED FILE BANKPEND UNTIL A
      * SECOND OPERATOR RECORDS THE CALLBACK. THIS REPORT LISTS:
      *   1. EVERY CHANGE STILL PENDING, WITH THE OPERATOR WHO KEYED
      *      IT AND THE DAYS IT HAS WAITED
      *   2. CHANGES VERIFIED, CANCELLED OR SUPERSEDED IN THE LAST
      *      N DAYS (FIRST ARGUMENT, DEFAULT 7), WITH BOTH THE
      *      KEYING AND THE VERIFYING OPERATOR
      * OUTPUT GOES TO EMPBNKRPT.DAT. RETURN CODE 4 WHILE ANY
      * CHANGE IS STILL PENDING, SO THE CALLBACKS ARE CHASED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT PEND-FILE ASSIGN "BANKPEND"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BPD-FILE-STATUS
                       RECORD KEY BPD-EMPID.
        SELECT REPORT-FILE ASSIGN "EMPBNKRPT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD PEND-FILE
       RECORD 80.
       01 PENDREC.
          05 BPD-EMPID         PIC 9(05).
          05 BPD-ACTION        PIC X(01).
          05 BPD-ROUTING       PIC X(09).
          05 BPD-ACCOUNT       PIC X(17).
          05 BPD-ACCT-TYPE     PIC X(01).
          05 BPD-REASON        PIC X(01).
             88 BPD-NEAR-PAYDAY VALUE "P".
             88 BPD-AFTER-ADDRESS VALUE "A".
          05 BPD-STATUS        PIC X(01).
             88 BPD-PENDING    VALUE "P".
             88 BPD-VERIFIED   VALUE "V".
             88 BPD-CANCELLED  VALUE "X".
             88 BPD-SUPERSEDED VALUE "S".
          05 BPD-KEYED-DATE    PIC 9(08).
          05 BPD-KEYED-BY      PIC X(08).
          05 BPD-VERIFIED-DATE PIC 9(08).
          05 BPD-VERIFIED-BY   PIC X(08).
          05 BPD-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(05).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(90).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-BPD-FILE-STATUS    PIC X(02) VALUE "00".
             88 BPD-STATUS-OK      VALUE "00".
             88 BPD-FILE-NOT-FOUND VALUE "35".
          05 WS-BPD-FILE-END       PIC X(01) VALUE "N".
             88 BPD-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-RECENT-DAYS           PIC 9(04) VALUE 7.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-TODAY-INT             PIC 9(08) COMP.
       01 WS-DATE-INT              PIC 9(08) COMP.
       01 WS-DAYS                  PIC S9(05) VALUE ZERO.
       01 WS-PRT-DAYS              PIC ZZZZ9.
       01 WS-REASON-TEXT           PIC X(08) VALUE SPACES.
       01 WS-STATUS-TEXT           PIC X(10) VALUE SPACES.
       01 WS-COUNTS.
          05 WS-PENDING-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-VERIFIED-COUNT     PIC 9(05) VALUE ZERO.
          05 WS-CLOSED-COUNT       PIC 9(05) VALUE ZERO.
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPBNKRP".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-REPORT-PENDING THRU 2000-EXIT.
           PERFORM 3000-REPORT-DECIDED THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RECENT-DAYS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 7 TO WS-RECENT-DAYS
           END-ACCEPT.
           IF WS-RECENT-DAYS = ZERO
               MOVE 7 TO WS-RECENT-DAYS
           END-IF.

           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           OPEN INPUT PEND-FILE.
           IF BPD-FILE-NOT-FOUND
               DISPLAY "NO BANKPEND FILE - NO BANK CHANGE EVER HELD"
               GOBACK
           END-IF.
           IF NOT BPD-STATUS-OK
               DISPLAY "ERROR OPENING PEND-FILE"
               DISPLAY "FILE STATUS : " WS-BPD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "HELD BANK-DETAIL CHANGES - BUSINESS DATE "
                  WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-REPORT-PENDING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PENDING CALLBACK VERIFICATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID ACT ROUTING   ACCOUNT           T "
                  "REASON   KEYED    KEYED BY  DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 8000-START-BROWSE THRU 8000-EXIT.
           PERFORM UNTIL BPD-FILE-END
               READ PEND-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-BPD-FILE-END
                   NOT AT END
                       IF BPD-PENDING
                           PERFORM 2100-REPORT-ONE THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "PENDING: " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2000-EXIT.
           EXIT.

       2100-REPORT-ONE.
           ADD 1 TO WS-PENDING-COUNT.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (BPD-KEYED-DATE)
               ON SIZE ERROR
                   MOVE WS-TODAY-INT TO WS-DATE-INT
           END-COMPUTE.
           COMPUTE WS-DAYS = WS-TODAY-INT - WS-DATE-INT.
           MOVE WS-DAYS TO WS-PRT-DAYS.
           PERFORM 8100-REASON-TEXT THRU 8100-EXIT.

           MOVE SPACES TO REPORT-LINE.
           STRING BPD-EMPID
                  "  " BPD-ACTION
                  "  " BPD-ROUTING
                  " " BPD-ACCOUNT
                  " " BPD-ACCT-TYPE
                  " " WS-REASON-TEXT
                  " " BPD-KEYED-DATE
                  " " BPD-KEYED-BY
                  " " WS-PRT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.

      * RECENTLY DECIDED CHANGES - THE TWO OPERATOR IDS SIDE BY SIDE
      * ARE THE EVIDENCE THE CALLBACK WAS DUAL-CONTROLLED.
       3000-REPORT-DECIDED.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VERIFIED, CANCELLED OR SUPERSEDED IN THE LAST "
                  WS-RECENT-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID ACT ROUTING   ACCOUNT           T "
                  "REASON   KEYED    KEYED BY  DECIDED  DECIDED BY "
                  "OUTCOME"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 8000-START-BROWSE THRU 8000-EXIT.
           PERFORM UNTIL BPD-FILE-END
               READ PEND-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-BPD-FILE-END
                   NOT AT END
                       IF NOT BPD-PENDING
                           PERFORM 3100-REPORT-ONE THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "VERIFIED: " WS-VERIFIED-COUNT
                  "  CANCELLED OR SUPERSEDED: " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

       3100-REPORT-ONE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (BPD-VERIFIED-DATE)
               ON SIZE ERROR
                   GO TO 3100-EXIT
           END-COMPUTE.
           COMPUTE WS-DAYS = WS-TODAY-INT - WS-DATE-INT.
           IF WS-DAYS > WS-RECENT-DAYS
               GO TO 3100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN BPD-VERIFIED
                   ADD 1 TO WS-VERIFIED-COUNT
                   MOVE "VERIFIED" TO WS-STATUS-TEXT
               WHEN BPD-CANCELLED
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "SUPERSEDED" TO WS-STATUS-TEXT
           END-EVALUATE.
           PERFORM 8100-REASON-TEXT THRU 8100-EXIT.

           MOVE SPACES TO REPORT-LINE.
           STRING BPD-EMPID
                  "  " BPD-ACTION
                  "  " BPD-ROUTING
                  " " BPD-ACCOUNT
                  " " BPD-ACCT-TYPE
                  " " WS-REASON-TEXT
                  " " BPD-KEYED-DATE
                  " " BPD-KEYED-BY
                  "  " BPD-VERIFIED-DATE
                  " " BPD-VERIFIED-BY
                  "   " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.

       8000-START-BROWSE.
           MOVE "N" TO WS-BPD-FILE-END.
           MOVE ZERO TO BPD-EMPID.
           START PEND-FILE KEY NOT < BPD-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-BPD-FILE-END
           END-START.
       8000-EXIT.
           EXIT.

       8100-REASON-TEXT.
           IF BPD-NEAR-PAYDAY
               MOVE "PAYDAY" TO WS-REASON-TEXT
           ELSE
               MOVE "ADDRESS" TO WS-REASON-TEXT
           END-IF.
       8100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE PEND-FILE.
           CLOSE REPORT-FILE.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "HELD BANK CHANGES PENDING " WS-PENDING-COUNT
                  " VERIFIED " WS-VERIFIED-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-PENDING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "PENDING CALLBACK     : " WS-PENDING-COUNT.
           DISPLAY "RECENTLY VERIFIED    : " WS-VERIFIED-COUNT.
           DISPLAY "CANCELLED/SUPERSEDED : " WS-CLOSED-COUNT.
       9999-EXIT.
           EXIT.
