       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPOPRRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * QUARTERLY OPERATOR ACCESS REPORT FOR THE AUDITORS.
      *
      * FROM THE OPERATOR MASTER AND CHANGE HISTORY EMPOPRM KEEPS:
      *   1. EVERY OPERATOR ON OPERMAST WITH THEIR CURRENT ACCESS
      *      FLAGS, STATUS, AND WHO ENTERED AND APPROVED THE LAST
      *      CHANGE
      *   2. EVERY ENTRY AND DECISION ON OPERHIST.LOG IN THE QUARTER,
      *      WITH THE ACCESS BEFORE AND AFTER AND BOTH ADMINISTRATORS
      *   3. CHANGES STILL AWAITING APPROVAL ON OPERPEND
      * THE QUARTER IS THE FIRST ARGUMENT AS YYYYQ (20263 = JULY TO
      * SEPTEMBER 2026); WITHOUT IT, THE QUARTER HOLDING THE
      * BUSINESS DATE. OUTPUT GOES TO EMPOPRRPT.DAT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OPRMAST-FILE ASSIGN "OPERMAST"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-OPM-FILE-STATUS
                       RECORD KEY OPM-OPERATOR.
        SELECT OPRPEND-FILE ASSIGN "OPERPEND"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-OPP-FILE-STATUS
                       RECORD KEY OPP-OPERATOR.
        SELECT HIST-FILE ASSIGN "OPERHIST.LOG"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-HST-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPOPRRPT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD OPRMAST-FILE
       RECORD 80.
       01 OPRMAST-REC.
          05 OPM-OPERATOR      PIC X(08).
          05 OPM-AUTH.
             10 OPM-ALLOW-DELETE PIC X(01).
             10 OPM-ALLOW-LARGE  PIC X(01).
             10 OPM-ACCESS       PIC X(01).
             10 OPM-DEPT         PIC 9(03).
             10 OPM-ER-ACCESS    PIC X(01).
             10 OPM-EEO-ACCESS   PIC X(01).
          05 OPM-STATUS        PIC X(01).
             88 OPM-ACTIVE     VALUE "A".
             88 OPM-SUSPENDED  VALUE "S".
             88 OPM-REVOKED    VALUE "R".
          05 OPM-GRANTED-DATE  PIC 9(08).
          05 OPM-CHANGED-DATE  PIC 9(08).
          05 OPM-LAST-ACTION   PIC X(01).
          05 OPM-ENTERED-BY    PIC X(08).
          05 OPM-APPROVED-BY   PIC X(08).
          05 FILLER            PIC X(30).

       FD OPRPEND-FILE
       RECORD 90.
       01 OPRPEND-REC.
          05 OPP-OPERATOR      PIC X(08).
          05 OPP-ACTION        PIC X(01).
          05 OPP-AUTH          PIC X(08).
          05 OPP-STATUS        PIC X(01).
             88 OPP-PENDING    VALUE "P".
          05 OPP-ENTERED-DATE  PIC 9(08).
          05 OPP-ENTERED-BY    PIC X(08).
          05 OPP-DECIDED-DATE  PIC 9(08).
          05 OPP-DECIDED-BY    PIC X(08).
          05 OPP-BATCH-ID      PIC X(08).
          05 OPP-NOTE          PIC X(25).
          05 FILLER            PIC X(07).

       FD HIST-FILE
       RECORD 110.
       01 HIST-REC.
          05 OPH-TIMESTAMP     PIC X(14).
          05 OPH-TIMESTAMP-R REDEFINES OPH-TIMESTAMP.
             10 OPH-DATE       PIC 9(08).
             10 FILLER         PIC X(06).
          05 FILLER            PIC X(01).
          05 OPH-EVENT         PIC X(01).
          05 FILLER            PIC X(01).
          05 OPH-ACTION        PIC X(01).
          05 FILLER            PIC X(01).
          05 OPH-OPERATOR      PIC X(08).
          05 FILLER            PIC X(01).
          05 OPH-BEFORE        PIC X(09).
          05 FILLER            PIC X(01).
          05 OPH-AFTER         PIC X(09).
          05 FILLER            PIC X(01).
          05 OPH-ENTERED-BY    PIC X(08).
          05 FILLER            PIC X(01).
          05 OPH-ENTERED-DATE  PIC 9(08).
          05 FILLER            PIC X(01).
          05 OPH-APPROVED-BY   PIC X(08).
          05 FILLER            PIC X(01).
          05 OPH-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(01).
          05 OPH-NOTE          PIC X(25).
          05 FILLER            PIC X(01).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-OPM-FILE-STATUS    PIC X(02) VALUE "00".
             88 OPM-STATUS-OK      VALUE "00".
          05 WS-OPM-FILE-END       PIC X(01) VALUE "N".
             88 OPM-FILE-END       VALUE "Y".
          05 WS-OPP-FILE-STATUS    PIC X(02) VALUE "00".
             88 OPP-STATUS-OK      VALUE "00".
          05 WS-OPP-FILE-END       PIC X(01) VALUE "N".
             88 OPP-FILE-END       VALUE "Y".
          05 WS-OPP-OPEN           PIC X(01) VALUE "N".
             88 OPP-OPEN           VALUE "Y".
          05 WS-HST-FILE-STATUS    PIC X(02) VALUE "00".
             88 HST-STATUS-OK      VALUE "00".
          05 WS-HST-FILE-END       PIC X(01) VALUE "N".
             88 HST-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-QUARTER-ARG           PIC X(05) VALUE SPACES.
       01 WS-QUARTER               PIC 9(05) VALUE ZERO.
       01 WS-QUARTER-R REDEFINES WS-QUARTER.
          05 WS-QTR-YEAR           PIC 9(04).
          05 WS-QTR-NO             PIC 9(01).
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
          05 WS-BD-YEAR            PIC 9(04).
          05 WS-BD-MONTH           PIC 9(02).
          05 WS-BD-DAY             PIC 9(02).
       01 WS-QTR-FROM              PIC 9(08) VALUE ZERO.
       01 WS-QTR-TO                PIC 9(08) VALUE ZERO.
       01 WS-FIRST-MONTH           PIC 9(02) VALUE ZERO.
       01 WS-STATUS-TEXT           PIC X(09) VALUE SPACES.
       01 WS-EVENT-TEXT            PIC X(08) VALUE SPACES.
       01 WS-COUNTS.
          05 WS-ACTIVE-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-SUSPENDED-COUNT    PIC 9(05) VALUE ZERO.
          05 WS-REVOKED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-EVENT-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-PENDING-COUNT      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-CURRENT-ACCESS THRU 2000-EXIT.
           PERFORM 3000-QUARTER-CHANGES THRU 3000-EXIT.
           PERFORM 4000-AWAITING-APPROVAL THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-QUARTER-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-QUARTER-ARG
           END-ACCEPT.
           IF WS-QUARTER-ARG IS NUMERIC
               MOVE WS-QUARTER-ARG TO WS-QUARTER
           ELSE
               MOVE WS-BD-YEAR TO WS-QTR-YEAR
               COMPUTE WS-QTR-NO = (WS-BD-MONTH + 2) / 3
           END-IF.
           IF WS-QTR-NO < 1 OR WS-QTR-NO > 4
               DISPLAY "QUARTER MUST BE YYYYQ WITH Q 1 TO 4"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-FIRST-MONTH = (WS-QTR-NO - 1) * 3 + 1.
           COMPUTE WS-QTR-FROM = WS-QTR-YEAR * 10000
                               + WS-FIRST-MONTH * 100 + 1.
           COMPUTE WS-QTR-TO = WS-QTR-YEAR * 10000
                             + (WS-FIRST-MONTH + 2) * 100 + 31.

           OPEN INPUT OPRMAST-FILE.
           IF NOT OPM-STATUS-OK
               DISPLAY "NO OPERATOR MASTER - RUN EMPOPRM FIRST"
               DISPLAY "FILE STATUS : " WS-OPM-FILE-STATUS
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
           STRING "OPERATOR ACCESS REVIEW - QUARTER " WS-QTR-YEAR
                  " Q" WS-QTR-NO
                  " (" WS-QTR-FROM " TO " WS-QTR-TO ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-CURRENT-ACCESS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "1. CURRENT ACCESS OF EVERY OPERATOR" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATOR DEL LRG INQ DEPT ER EEO STATUS    "
                  "GRANTED  CHANGED  ACT ENTERED  APPROVED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE LOW-VALUES TO OPM-OPERATOR.
           START OPRMAST-FILE KEY NOT < OPM-OPERATOR
               INVALID KEY
                   MOVE "Y" TO WS-OPM-FILE-END
           END-START.
           PERFORM UNTIL OPM-FILE-END
               READ OPRMAST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-OPM-FILE-END
                   NOT AT END
                       PERFORM 2100-OPERATOR-LINE THRU 2100-EXIT
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACTIVE " WS-ACTIVE-COUNT
                  "  SUSPENDED " WS-SUSPENDED-COUNT
                  "  REVOKED " WS-REVOKED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2000-EXIT.
           EXIT.

       2100-OPERATOR-LINE.
           EVALUATE TRUE
               WHEN OPM-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN OPM-SUSPENDED
                   ADD 1 TO WS-SUSPENDED-COUNT
                   MOVE "SUSPENDED" TO WS-STATUS-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REVOKED-COUNT
                   MOVE "REVOKED" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING OPM-OPERATOR
                  "  " OPM-ALLOW-DELETE
                  "   " OPM-ALLOW-LARGE
                  "   " OPM-ACCESS
                  "  " OPM-DEPT
                  "   " OPM-ER-ACCESS
                  "  " OPM-EEO-ACCESS
                  "  " WS-STATUS-TEXT
                  " " OPM-GRANTED-DATE
                  " " OPM-CHANGED-DATE
                  "  " OPM-LAST-ACTION
                  "  " OPM-ENTERED-BY
                  " " OPM-APPROVED-BY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       2100-EXIT.
           EXIT.

      * THE HISTORY IS IN TIME ORDER; EVERY LINE STAMPED IN THE
      * QUARTER IS LISTED.
       3000-QUARTER-CHANGES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "2. CHANGES IN THE QUARTER" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DATE     EVENT    ACT OPERATOR BEFORE    AFTER     "
                  "ENTERED  ON       APPROVED NOTE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT HIST-FILE.
           IF NOT HST-STATUS-OK
               MOVE "NO CHANGE HISTORY ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3000-EXIT
           END-IF.
           PERFORM UNTIL HST-FILE-END
               READ HIST-FILE
                   AT END
                       MOVE "Y" TO WS-HST-FILE-END
                   NOT AT END
                       IF OPH-DATE NOT < WS-QTR-FROM
                          AND OPH-DATE NOT > WS-QTR-TO
                           PERFORM 3100-CHANGE-LINE THRU 3100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHANGE EVENTS IN QUARTER " WS-EVENT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EXIT.
           EXIT.

       3100-CHANGE-LINE.
           ADD 1 TO WS-EVENT-COUNT.
           EVALUATE OPH-EVENT
               WHEN "E"
                   MOVE "ENTERED" TO WS-EVENT-TEXT
               WHEN "A"
                   MOVE "APPROVED" TO WS-EVENT-TEXT
               WHEN "J"
                   MOVE "REJECTED" TO WS-EVENT-TEXT
               WHEN OTHER
                   MOVE "LOADED" TO WS-EVENT-TEXT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING OPH-DATE
                  " " WS-EVENT-TEXT
                  " " OPH-ACTION
                  "   " OPH-OPERATOR
                  " " OPH-BEFORE
                  " " OPH-AFTER
                  " " OPH-ENTERED-BY
                  " " OPH-ENTERED-DATE
                  " " OPH-APPROVED-BY
                  " " OPH-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3100-EXIT.
           EXIT.

       4000-AWAITING-APPROVAL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "3. CHANGES AWAITING APPROVAL" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT OPRPEND-FILE.
           IF NOT OPP-STATUS-OK
               MOVE "NONE" TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 4000-EXIT
           END-IF.
           MOVE "Y" TO WS-OPP-OPEN.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATOR ACT PROPOSED ENTERED  BY       NOTE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO OPP-OPERATOR.
           START OPRPEND-FILE KEY NOT < OPP-OPERATOR
               INVALID KEY
                   MOVE "Y" TO WS-OPP-FILE-END
           END-START.
           PERFORM UNTIL OPP-FILE-END
               READ OPRPEND-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-OPP-FILE-END
                   NOT AT END
                       IF OPP-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE SPACES TO REPORT-LINE
                           STRING OPP-OPERATOR
                                  "  " OPP-ACTION
                                  "  " OPP-AUTH
                                  " " OPP-ENTERED-DATE
                                  " " OPP-ENTERED-BY
                                  " " OPP-NOTE
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "AWAITING APPROVAL " WS-PENDING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE OPRMAST-FILE.
           IF OPP-OPEN
               CLOSE OPRPEND-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
           DISPLAY "ACTIVE OPERATORS     : " WS-ACTIVE-COUNT.
           DISPLAY "SUSPENDED OPERATORS  : " WS-SUSPENDED-COUNT.
           DISPLAY "REVOKED OPERATORS    : " WS-REVOKED-COUNT.
           DISPLAY "CHANGES IN QUARTER   : " WS-EVENT-COUNT.
           DISPLAY "AWAITING APPROVAL    : " WS-PENDING-COUNT.
       9999-EXIT.
           EXIT.
