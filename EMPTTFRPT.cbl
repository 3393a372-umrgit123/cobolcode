       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTTFRPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * REQUISITION TIME-TO-FILL REPORT.
      *
      * FIRST ARGUMENT: THE YEAR (DEFAULT THE YEAR OF THE BUSINESS
      * DATE, SO THE NIGHTLY RUN SHOWS THE YEAR TO DATE). READS THE
      * REQUISITION FILE EMPREQM MAINTAINS AND WRITES EMPTTF.DAT:
      *   - EVERY REQUISITION FILLED IN THE YEAR, WITH THE DAYS
      *     FROM THE REQUISITION OPENING TO THE HIRE'S START DATE
      *   - BY DEPARTMENT: REQUISITIONS FILLED IN THE YEAR WITH
      *     THEIR AVERAGE, QUICKEST AND SLOWEST TIME TO FILL,
      *     REQUISITIONS CANCELLED IN THE YEAR, AND THE
      *     REQUISITIONS STILL OPEN ON THE BUSINESS DATE WITH THEIR
      *     AVERAGE AND OLDEST AGE
      *   - THE SAME FIGURES FOR THE COMPANY
      * AN OPEN REQUISITION WITH AN ACCEPTED OFFER STILL COUNTS AS
      * OPEN UNTIL ITS HIRE IS RAISED ON THE START DATE.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT REQ-FILE ASSIGN "REQUISN"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-REQ-FILE-STATUS
                       RECORD KEY REQ-ID
                       ALTERNATE RECORD KEY REQ-POS-ID WITH DUPLICATES.
        SELECT REPORT-FILE ASSIGN "EMPTTF.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD REQ-FILE
       RECORD 60.
       01 REQREC.
          05 REQ-ID            PIC X(06).
          05 REQ-POS-ID        PIC X(06).
          05 REQ-DEPT          PIC 9(03).
          05 REQ-GRADE         PIC X(02).
          05 REQ-TITLE         PIC X(20).
          05 REQ-STATUS        PIC X(01).
             88 REQ-OPEN       VALUE "O".
             88 REQ-ACCEPTED   VALUE "A".
             88 REQ-FILLED     VALUE "F".
             88 REQ-CANCELLED  VALUE "X".
          05 REQ-OPENED        PIC 9(08).
          05 REQ-CLOSED        PIC 9(08).
          05 REQ-EMPID         PIC 9(05).
          05 FILLER            PIC X(01).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-REQ-FILE-STATUS    PIC X(02) VALUE "00".
             88 REQ-STATUS-OK      VALUE "00".
             88 REQ-FILE-NOT-FOUND VALUE "35".
          05 WS-REQ-FILE-END       PIC X(01) VALUE "N".
             88 REQ-FILE-END       VALUE "Y".
          05 WS-REQ-OPEN           PIC X(01) VALUE "N".
             88 REQ-FILE-OPEN      VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".

       01 WS-ARG                   PIC X(08) VALUE SPACES.
       01 WS-YEAR                  PIC 9(04) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 FILLER                PIC 9(04).
       01 WS-DATE-PARTS.
          05 WS-DATE-YEAR          PIC 9(04).
          05 FILLER                PIC 9(04).
       01 WS-DATE-N REDEFINES WS-DATE-PARTS PIC 9(08).

       01 WS-COUNTS.
          05 WS-REQ-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-DROPPED-COUNT      PIC 9(05) VALUE ZERO.

       01 WS-FROM-INT              PIC 9(08) COMP VALUE ZERO.
       01 WS-TO-INT                PIC 9(08) COMP VALUE ZERO.
       01 WS-DAYS                  PIC 9(05) VALUE ZERO.

      * ONE ENTRY PER DEPARTMENT, KEPT IN DEPARTMENT ORDER AS IT IS
      * BUILT.
       01 WS-DP-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-DP-TABLE.
          05 WS-DP-ENTRY OCCURS 1 TO 200 TIMES
                  DEPENDING ON WS-DP-COUNT.
             10 WS-DP-DEPT         PIC 9(03).
             10 WS-DP-FIGS.
                15 WS-DP-FILLED    PIC 9(05).
                15 WS-DP-FILL-DAYS PIC 9(09).
                15 WS-DP-FILL-MIN  PIC 9(05).
                15 WS-DP-FILL-MAX  PIC 9(05).
                15 WS-DP-CANCELLED PIC 9(05).
                15 WS-DP-OPEN      PIC 9(05).
                15 WS-DP-OPEN-DAYS PIC 9(09).
                15 WS-DP-OLDEST    PIC 9(05).
       01 WS-DP-SUB                PIC 9(03).
       01 WS-DP-MOVE               PIC 9(03).

       01 WS-CO-FIGS.
          05 CO-FILLED             PIC 9(05) VALUE ZERO.
          05 CO-FILL-DAYS          PIC 9(09) VALUE ZERO.
          05 CO-FILL-MIN           PIC 9(05) VALUE ZERO.
          05 CO-FILL-MAX           PIC 9(05) VALUE ZERO.
          05 CO-CANCELLED          PIC 9(05) VALUE ZERO.
          05 CO-OPEN               PIC 9(05) VALUE ZERO.
          05 CO-OPEN-DAYS          PIC 9(09) VALUE ZERO.
          05 CO-OLDEST             PIC 9(05) VALUE ZERO.

      * THE FIGURES OF THE LINE BEING PRINTED.
       01 WS-LINE-FIGS.
          05 LN-FILLED             PIC 9(05).
          05 LN-FILL-DAYS          PIC 9(09).
          05 LN-FILL-MIN           PIC 9(05).
          05 LN-FILL-MAX           PIC 9(05).
          05 LN-CANCELLED          PIC 9(05).
          05 LN-OPEN               PIC 9(05).
          05 LN-OPEN-DAYS          PIC 9(09).
          05 LN-OLDEST             PIC 9(05).
       01 WS-LINE-LABEL            PIC X(10) VALUE SPACES.
       01 WS-AVG-DAYS              PIC 9(05)V9 VALUE ZERO.

       01 WS-LIST-HEAD.
          05 FILLER                PIC X(08) VALUE "REQ ID".
          05 FILLER                PIC X(08) VALUE "POSITN".
          05 FILLER                PIC X(05) VALUE "DEPT".
          05 FILLER                PIC X(22) VALUE "TITLE".
          05 FILLER                PIC X(10) VALUE "OPENED".
          05 FILLER                PIC X(10) VALUE "FILLED".
          05 FILLER                PIC X(06) VALUE "  DAYS".
          05 FILLER                PIC X(07) VALUE "  EMPID".
       01 WS-LIST-LINE.
          05 LL-REQ-ID             PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LL-POS-ID             PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LL-DEPT               PIC 9(03).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LL-TITLE              PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LL-OPENED             PIC 9(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LL-FILLED             PIC 9(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LL-DAYS               PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 LL-EMPID              PIC 9(05).

       01 WS-HEAD-LINE.
          05 FILLER                PIC X(10) VALUE "GROUP".
          05 FILLER                PIC X(07) VALUE " FILLED".
          05 FILLER                PIC X(09) VALUE " AVG DAYS".
          05 FILLER                PIC X(06) VALUE "   MIN".
          05 FILLER                PIC X(06) VALUE "   MAX".
          05 FILLER                PIC X(07) VALUE " CANCEL".
          05 FILLER                PIC X(06) VALUE "  OPEN".
          05 FILLER                PIC X(09) VALUE "  AVG AGE".
          05 FILLER                PIC X(07) VALUE " OLDEST".
       01 WS-DETAIL-LINE.
          05 DL-LABEL              PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-FILLED             PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-AVG-FILL           PIC ZZZZ9.9.
          05 DL-AVG-FILL-X REDEFINES DL-AVG-FILL PIC X(07).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-MIN                PIC ZZZZ9.
          05 DL-MIN-X REDEFINES DL-MIN PIC X(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-MAX                PIC ZZZZ9.
          05 DL-MAX-X REDEFINES DL-MAX PIC X(05).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-CANCELLED          PIC ZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-OPEN               PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-AVG-AGE            PIC ZZZZ9.9.
          05 DL-AVG-AGE-X REDEFINES DL-AVG-AGE PIC X(07).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DL-OLDEST             PIC ZZZZ9.
          05 DL-OLDEST-X REDEFINES DL-OLDEST PIC X(05).

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPTTFRP".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-READ-REQUISITIONS THRU 2000-EXIT.
           PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUS-YEAR TO WS-YEAR.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG
           END-ACCEPT.
           IF WS-ARG NOT = SPACES
               IF WS-ARG (1:4) NOT NUMERIC
                   DISPLAY "YEAR MUST BE YYYY - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG (1:4) TO WS-YEAR
           END-IF.

      * NO REQUISITION FILE YET MEANS NOTHING HAS BEEN RECRUITED
      * THROUGH EMPREQM - THE REPORT SAYS SO AND THE STEP ENDS
      * CLEANLY.
           OPEN INPUT REQ-FILE.
           IF REQ-STATUS-OK
               MOVE "Y" TO WS-REQ-OPEN
           ELSE
               IF NOT REQ-FILE-NOT-FOUND
                   DISPLAY "ERROR OPENING REQ-FILE"
                   DISPLAY "FILE STATUS : " WS-REQ-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "REQUISITION TIME TO FILL - YEAR " WS-YEAR
                  "   OPEN REQUISITIONS AS AT " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- REQUISITIONS FILLED IN THE YEAR" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LIST-HEAD TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

       2000-READ-REQUISITIONS.
           IF NOT REQ-FILE-OPEN
               MOVE "NO REQUISITION FILE - NOTHING RECRUITED YET"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE LOW-VALUES TO REQ-ID.
           START REQ-FILE KEY >= REQ-ID
               INVALID KEY
                   MOVE "Y" TO WS-REQ-FILE-END
           END-START.
           PERFORM UNTIL REQ-FILE-END
               READ REQ-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-REQ-FILE-END
                   NOT AT END
                       ADD 1 TO WS-REQ-COUNT
                       PERFORM 2100-COUNT-REQUISITION THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-COUNT-REQUISITION.
           MOVE REQ-CLOSED TO WS-DATE-N.
           EVALUATE TRUE
               WHEN REQ-FILLED AND WS-DATE-YEAR = WS-YEAR
                   PERFORM 2500-FIND-DEPT THRU 2500-EXIT
                   IF WS-DP-SUB = ZERO
                       GO TO 2100-EXIT
                   END-IF
                   MOVE REQ-CLOSED TO WS-DATE-N
                   PERFORM 2600-DAYS-SINCE-OPENED THRU 2600-EXIT
                   PERFORM 2200-ADD-FILLED THRU 2200-EXIT
                   PERFORM 2300-LIST-FILLED THRU 2300-EXIT
               WHEN REQ-CANCELLED AND WS-DATE-YEAR = WS-YEAR
                   PERFORM 2500-FIND-DEPT THRU 2500-EXIT
                   IF WS-DP-SUB = ZERO
                       GO TO 2100-EXIT
                   END-IF
                   ADD 1 TO WS-DP-CANCELLED (WS-DP-SUB)
                   ADD 1 TO CO-CANCELLED
               WHEN REQ-OPEN OR REQ-ACCEPTED
                   PERFORM 2500-FIND-DEPT THRU 2500-EXIT
                   IF WS-DP-SUB = ZERO
                       GO TO 2100-EXIT
                   END-IF
                   MOVE WS-BUSINESS-DATE TO WS-DATE-N
                   PERFORM 2600-DAYS-SINCE-OPENED THRU 2600-EXIT
                   ADD 1 TO WS-DP-OPEN (WS-DP-SUB)
                   ADD WS-DAYS TO WS-DP-OPEN-DAYS (WS-DP-SUB)
                   IF WS-DAYS > WS-DP-OLDEST (WS-DP-SUB)
                       MOVE WS-DAYS TO WS-DP-OLDEST (WS-DP-SUB)
                   END-IF
                   ADD 1 TO CO-OPEN
                   ADD WS-DAYS TO CO-OPEN-DAYS
                   IF WS-DAYS > CO-OLDEST
                       MOVE WS-DAYS TO CO-OLDEST
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

       2200-ADD-FILLED.
           IF WS-DP-FILLED (WS-DP-SUB) = ZERO
                   OR WS-DAYS < WS-DP-FILL-MIN (WS-DP-SUB)
               MOVE WS-DAYS TO WS-DP-FILL-MIN (WS-DP-SUB)
           END-IF.
           IF WS-DAYS > WS-DP-FILL-MAX (WS-DP-SUB)
               MOVE WS-DAYS TO WS-DP-FILL-MAX (WS-DP-SUB)
           END-IF.
           ADD 1 TO WS-DP-FILLED (WS-DP-SUB).
           ADD WS-DAYS TO WS-DP-FILL-DAYS (WS-DP-SUB).
           IF CO-FILLED = ZERO OR WS-DAYS < CO-FILL-MIN
               MOVE WS-DAYS TO CO-FILL-MIN
           END-IF.
           IF WS-DAYS > CO-FILL-MAX
               MOVE WS-DAYS TO CO-FILL-MAX
           END-IF.
           ADD 1 TO CO-FILLED.
           ADD WS-DAYS TO CO-FILL-DAYS.
       2200-EXIT.
           EXIT.

       2300-LIST-FILLED.
           MOVE REQ-ID     TO LL-REQ-ID.
           MOVE REQ-POS-ID TO LL-POS-ID.
           MOVE REQ-DEPT   TO LL-DEPT.
           MOVE REQ-TITLE  TO LL-TITLE.
           MOVE REQ-OPENED TO LL-OPENED.
           MOVE REQ-CLOSED TO LL-FILLED.
           MOVE WS-DAYS    TO LL-DAYS.
           MOVE REQ-EMPID  TO LL-EMPID.
           MOVE WS-LIST-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       2300-EXIT.
           EXIT.

      * FINDS THE ENTRY FOR REQ-DEPT, OPENING IT IN ITS SORTED
      * PLACE WHEN NEW. WS-DP-SUB IS ZERO IF THE TABLE IS FULL.
       2500-FIND-DEPT.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
                      OR WS-DP-DEPT (WS-DP-SUB) NOT < REQ-DEPT
               CONTINUE
           END-PERFORM.
           IF WS-DP-SUB <= WS-DP-COUNT
               IF WS-DP-DEPT (WS-DP-SUB) = REQ-DEPT
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           IF WS-DP-COUNT >= 200
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "DEPARTMENT TABLE FULL - " REQ-DEPT " DROPPED"
               MOVE ZERO TO WS-DP-SUB
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-DP-COUNT.
           PERFORM VARYING WS-DP-MOVE FROM WS-DP-COUNT BY -1
                   UNTIL WS-DP-MOVE <= WS-DP-SUB
               MOVE WS-DP-ENTRY (WS-DP-MOVE - 1)
                   TO WS-DP-ENTRY (WS-DP-MOVE)
           END-PERFORM.
           MOVE REQ-DEPT TO WS-DP-DEPT (WS-DP-SUB).
           MOVE ZERO TO WS-DP-FILLED (WS-DP-SUB)
                        WS-DP-FILL-DAYS (WS-DP-SUB)
                        WS-DP-FILL-MIN (WS-DP-SUB)
                        WS-DP-FILL-MAX (WS-DP-SUB)
                        WS-DP-CANCELLED (WS-DP-SUB)
                        WS-DP-OPEN (WS-DP-SUB)
                        WS-DP-OPEN-DAYS (WS-DP-SUB)
                        WS-DP-OLDEST (WS-DP-SUB).
       2500-EXIT.
           EXIT.

      * CALENDAR DAYS FROM THE OPENING DATE TO WS-DATE-N. A DATE
      * BEFORE THE OPENING (KEYED IN ERROR) COUNTS AS NO DAYS.
       2600-DAYS-SINCE-OPENED.
           MOVE ZERO TO WS-DAYS.
           IF REQ-OPENED NOT NUMERIC OR REQ-OPENED = ZERO
                   OR WS-DATE-N < REQ-OPENED
               GO TO 2600-EXIT
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE (REQ-OPENED).
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-N).
           COMPUTE WS-DAYS = WS-TO-INT - WS-FROM-INT.
       2600-EXIT.
           EXIT.

       4000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "--- BY DEPARTMENT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
               MOVE WS-DP-FIGS (WS-DP-SUB) TO WS-LINE-FIGS
               MOVE SPACES TO WS-LINE-LABEL
               STRING "DEPT " WS-DP-DEPT (WS-DP-SUB)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               PERFORM 4500-WRITE-LINE THRU 4500-EXIT
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CO-FIGS TO WS-LINE-FIGS.
           MOVE "COMPANY" TO WS-LINE-LABEL.
           PERFORM 4500-WRITE-LINE THRU 4500-EXIT.
       4000-EXIT.
           EXIT.

      * PRINTS WS-LINE-FIGS UNDER WS-LINE-LABEL. THE TIME-TO-FILL
      * COLUMNS ARE LEFT BLANK WHERE NOTHING WAS FILLED AND THE AGE
      * COLUMNS WHERE NOTHING IS OPEN.
       4500-WRITE-LINE.
           MOVE WS-LINE-LABEL TO DL-LABEL.
           MOVE LN-FILLED TO DL-FILLED.
           MOVE LN-CANCELLED TO DL-CANCELLED.
           MOVE LN-OPEN TO DL-OPEN.
           IF LN-FILLED > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED = LN-FILL-DAYS / LN-FILLED
               MOVE WS-AVG-DAYS TO DL-AVG-FILL
               MOVE LN-FILL-MIN TO DL-MIN
               MOVE LN-FILL-MAX TO DL-MAX
           ELSE
               MOVE SPACES TO DL-AVG-FILL-X
               MOVE SPACES TO DL-MIN-X
               MOVE SPACES TO DL-MAX-X
           END-IF.
           IF LN-OPEN > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED = LN-OPEN-DAYS / LN-OPEN
               MOVE WS-AVG-DAYS TO DL-AVG-AGE
               MOVE LN-OLDEST TO DL-OLDEST
           ELSE
               MOVE SPACES TO DL-AVG-AGE-X
               MOVE SPACES TO DL-OLDEST-X
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       4500-EXIT.
           EXIT.

       9999-CLEANUP.
           IF REQ-FILE-OPEN
               CLOSE REQ-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF WS-DROPPED-COUNT > ZERO
               MOVE "W" TO LOG-SEVERITY
           ELSE
               MOVE "I" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "YEAR " WS-YEAR " FILLED " CO-FILLED
                  " OPEN " CO-OPEN
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.
           IF WS-DROPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "END OF PROCESSING".
           DISPLAY "YEAR                  : " WS-YEAR.
           DISPLAY "REQUISITIONS READ     : " WS-REQ-COUNT.
           DISPLAY "FILLED IN THE YEAR    : " CO-FILLED.
           DISPLAY "CANCELLED IN THE YEAR : " CO-CANCELLED.
           DISPLAY "OPEN AT BUSINESS DATE : " CO-OPEN.
       9999-EXIT.
           EXIT.
