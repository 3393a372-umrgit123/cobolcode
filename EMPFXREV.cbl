       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPFXREV.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * MONTH-END SITE COST REVALUATION REPORT.
      *
      * VALUES EACH SITE'S SALARY COST FROM THE CONSOLIDATED
      * MULTI-SITE EXTRACT (EMPCONSOL.DAT) - HEADCOUNT AND ANNUAL
      * SALARY OF ITS NON-TERMINATED EMPLOYEES IN THE SITE'S OWN
      * CURRENCY - AND CONVERTS IT TO THE CORPORATE CURRENCY AT THE
      * RATE IN FORCE ON THE LAST DAY OF THE MONTH (FXRATE). SET
      * AGAINST THE LAST EARLIER MONTH ON EMPFXREV.HST, THE
      * MOVEMENT IN EACH SITE'S CORPORATE-CURRENCY COST IS SPLIT
      * INTO:
      *   EXCHANGE RATE  - LAST MONTH'S LOCAL COST AT THE CHANGE IN
      *                    RATE: PRIOR LOCAL X (RATE NOW - RATE THEN)
      *   HEADCOUNT/PAY  - THE REAL CHANGE IN LOCAL COST AT THIS
      *                    MONTH'S RATE: (LOCAL NOW - LOCAL THEN) X
      *                    RATE NOW
      * THE TWO ALWAYS ADD BACK TO THE WHOLE MOVEMENT. A SITE PAYING
      * IN THE CORPORATE CURRENCY HAS NO RATE EFFECT.
      *
      * THE PERIOD (YYYYMM) IS THE FIRST ARGUMENT, DEFAULTING TO THE
      * BUSINESS MONTH. A RERUN IN THE SAME MONTH REVALUES AND
      * REPLACES THAT MONTH'S HISTORY, SO THE MOVEMENT IS ALWAYS
      * AGAINST THE LAST EARLIER MONTH. A SITE CURRENCY WITH NO RATE
      * FOR THE MONTH END STOPS THE RUN RC 8 WITH THE HISTORY
      * UNCHANGED - A SITE CANNOT BE REVALUED AT NO RATE. THE REPORT
      * GOES TO EMPFXREV.RPT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CONSOL-FILE ASSIGN "EMPCONSOL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CON-FILE-STATUS.
        SELECT HISTORY-FILE ASSIGN "EMPFXREV.HST"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-HST-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPFXREV.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      * THE CONSOLIDATED EXTRACT: SITE, GLOBAL ID, THE SITE'S FULL
      * EMPREC IMAGE, AND THE CURRENCY CONVERSION EMPCONSOL APPLIED.
       FD CONSOL-FILE.
       01 CONSOL-LINE.
          05 CON-SITE-CODE     PIC X(02).
          05 FILLER            PIC X(01).
          05 CON-GLOBAL-ID     PIC 9(07).
          05 FILLER            PIC X(01).
          05 CON-EMPREC.
             10 CON-EMPID      PIC 9(05).
             10 CON-EMPDEPT    PIC 9(03).
             10 FILLER         PIC X(20).
             10 CON-EMPSALARY  PIC 9(06)V99.
             10 FILLER         PIC X(38).
             10 CON-EMP-STATUS PIC X(01).
                88 CON-TERMINATED VALUE "T".
             10 FILLER         PIC X(15).
          05 FILLER            PIC X(01).
          05 CON-CURRENCY      PIC X(03).
          05 FILLER            PIC X(01).
          05 CON-FX-RATE       PIC 9(03)V9(06).
          05 FILLER            PIC X(01).
          05 CON-CORP-SALARY   PIC 9(07)V99.

      * ONE RECORD PER SITE PER MONTH VALUED.
       FD HISTORY-FILE
       RECORD 52.
       01 HISTORY-REC.
          05 HST-PERIOD        PIC 9(06).
          05 HST-SITE          PIC X(02).
          05 HST-CURRENCY      PIC X(03).
          05 HST-COUNT         PIC 9(05).
          05 HST-LOCAL         PIC 9(11)V99.
          05 HST-RATE          PIC 9(03)V9(06).
          05 HST-CORP          PIC 9(11)V99.
          05 FILLER            PIC X(01).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-CON-FILE-STATUS    PIC X(02) VALUE "00".
             88 CON-STATUS-OK      VALUE "00".
          05 WS-CON-FILE-END       PIC X(01) VALUE "N".
             88 CON-FILE-END       VALUE "Y".
          05 WS-HST-FILE-STATUS    PIC X(02) VALUE "00".
             88 HST-STATUS-OK      VALUE "00".
          05 WS-HST-FILE-END       PIC X(01) VALUE "N".
             88 HST-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-SITE-HIT           PIC X(01) VALUE "N".
             88 SITE-FOUND         VALUE "Y".

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-PERIOD-ARG            PIC X(06) VALUE SPACES.
       01 WS-PRIOR-PERIOD          PIC 9(06) VALUE ZERO.
       01 WS-MONTH-END             PIC 9(08) VALUE ZERO.
       01 WS-MONTH-END-PARTS REDEFINES WS-MONTH-END.
          05 WS-ME-YEAR            PIC 9(04).
          05 WS-ME-MONTH           PIC 9(02).
          05 WS-ME-DAY             PIC 9(02).
       01 WS-DATE-INT              PIC 9(08) COMP.

       01 WS-COUNTS.
          05 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-NO-RATE-COUNT      PIC 9(05) VALUE ZERO.

      * ONE ENTRY PER SITE SEEN THIS MONTH OR LAST.
       01 WS-SITE-COUNT            PIC 9(02) VALUE ZERO.
       01 WS-SITE-TABLE.
          05 WS-SITE-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-SITE-COUNT.
             10 WS-SV-SITE         PIC X(02).
             10 WS-SV-NAME         PIC X(20).
             10 WS-SV-CCY          PIC X(03).
             10 WS-SV-COUNT        PIC 9(05).
             10 WS-SV-LOCAL        PIC 9(11)V99.
             10 WS-SV-RATE         PIC 9(03)V9(06).
             10 WS-SV-CORP         PIC 9(11)V99.
             10 WS-SV-RATE-OK      PIC X(01).
             10 WS-SV-PRI-CCY      PIC X(03).
             10 WS-SV-PRI-COUNT    PIC 9(05).
             10 WS-SV-PRI-LOCAL    PIC 9(11)V99.
             10 WS-SV-PRI-RATE     PIC 9(03)V9(06).
             10 WS-SV-PRI-CORP     PIC 9(11)V99.
       01 WS-SITE-SUB              PIC 9(02).
       01 WS-LOOKUP-SITE           PIC X(02) VALUE SPACES.

       01 WS-MOVEMENT              PIC S9(11)V99 VALUE ZERO.
       01 WS-RATE-EFFECT           PIC S9(11)V99 VALUE ZERO.
       01 WS-REAL-EFFECT           PIC S9(11)V99 VALUE ZERO.
       01 WS-HEAD-CHANGE           PIC S9(05) VALUE ZERO.
       01 WS-TOTALS.
          05 WS-TOT-CORP           PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-PRI-CORP       PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-MOVEMENT       PIC S9(11)V99 VALUE ZERO.
          05 WS-TOT-RATE-EFFECT    PIC S9(11)V99 VALUE ZERO.
          05 WS-TOT-REAL-EFFECT    PIC S9(11)V99 VALUE ZERO.

       01 WS-PRT-COUNT             PIC ZZ,ZZ9.
       01 WS-PRT-COUNT-2           PIC ZZ,ZZ9.
       01 WS-PRT-HEAD-CHANGE       PIC -ZZ,ZZ9.
       01 WS-PRT-AMOUNT-1          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-AMOUNT-2          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-SIGNED-1          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-SIGNED-2          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-SIGNED-3          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-RATE-1            PIC ZZ9.999999.
       01 WS-PRT-RATE-2            PIC ZZ9.999999.

       01 FX-PARM.
          05 FX-SITE               PIC X(02).
          05 FX-DATE               PIC 9(08).
          05 FX-CURRENCY           PIC X(03).
          05 FX-SITE-NAME          PIC X(20).
          05 FX-CORP-CCY           PIC X(03).
          05 FX-RATE               PIC 9(03)V9(06).
          05 FX-RATE-DATE          PIC 9(08).
          05 FX-RESULT             PIC X(01).

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPFXREV".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-VALUE-SITES THRU 2000-EXIT.
           PERFORM 3000-CONVERT-SITES THRU 3000-EXIT.
           PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
           PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PERIOD-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-ARG
           END-ACCEPT.
           IF WS-PERIOD-ARG NOT = SPACES
               IF WS-PERIOD-ARG NUMERIC
                       AND WS-PERIOD-ARG (5:2) >= "01"
                       AND WS-PERIOD-ARG (5:2) <= "12"
                   MOVE WS-PERIOD-ARG TO WS-PERIOD
               ELSE
                   DISPLAY "PERIOD MUST BE YYYYMM - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST OF
      * THE NEXT.
           MOVE WS-PERIOD TO WS-MONTH-END (1:6).
           MOVE 01 TO WS-ME-DAY.
           IF WS-ME-MONTH = 12
               ADD 1 TO WS-ME-YEAR
               MOVE 01 TO WS-ME-MONTH
           ELSE
               ADD 1 TO WS-ME-MONTH
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-END) - 1.
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
           MOVE SPACES TO FX-SITE.
           MOVE WS-MONTH-END TO FX-DATE.
           CALL "FXRATE" USING FX-PARM.

           OPEN INPUT CONSOL-FILE.
           IF NOT CON-STATUS-OK
               DISPLAY "ERROR OPENING CONSOL-FILE - RUN EMPCONSOL FIRST"
               DISPLAY "FILE STATUS : " WS-CON-FILE-STATUS
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

           PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      * THE PRIOR VALUATION IS THE LATEST MONTH ON THE HISTORY
      * BEFORE THIS ONE. NO HISTORY (THE FIRST MONTH RUN) MEANS THE
      * WHOLE COST IS SHOWN AS HEADCOUNT/PAY MOVEMENT.
       1400-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT HST-STATUS-OK
               DISPLAY "NO REVALUATION HISTORY - FIRST MONTH VALUED"
               GO TO 1400-EXIT
           END-IF.
           PERFORM UNTIL HST-FILE-END
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HST-FILE-END
                   NOT AT END
                       IF HST-PERIOD < WS-PERIOD
                           PERFORM 1410-TAKE-HISTORY THRU 1410-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF WS-PRIOR-PERIOD > ZERO
               DISPLAY "MOVEMENT IS AGAINST VALUATION OF "
                       WS-PRIOR-PERIOD
           END-IF.
       1400-EXIT.
           EXIT.

      * A LATER MONTH THAN THE ONE HELD SO FAR REPLACES IT.
       1410-TAKE-HISTORY.
           IF HST-PERIOD < WS-PRIOR-PERIOD
               GO TO 1410-EXIT
           END-IF.
           IF HST-PERIOD > WS-PRIOR-PERIOD
               MOVE HST-PERIOD TO WS-PRIOR-PERIOD
               MOVE ZERO TO WS-SITE-COUNT
           END-IF.
           MOVE HST-SITE TO WS-LOOKUP-SITE.
           PERFORM 2200-FIND-SITE THRU 2200-EXIT.
           IF NOT SITE-FOUND
               GO TO 1410-EXIT
           END-IF.
           MOVE HST-CURRENCY TO WS-SV-PRI-CCY (WS-SITE-SUB).
           MOVE HST-COUNT TO WS-SV-PRI-COUNT (WS-SITE-SUB).
           MOVE HST-LOCAL TO WS-SV-PRI-LOCAL (WS-SITE-SUB).
           MOVE HST-RATE TO WS-SV-PRI-RATE (WS-SITE-SUB).
           MOVE HST-CORP TO WS-SV-PRI-CORP (WS-SITE-SUB).
       1410-EXIT.
           EXIT.

      * HEADCOUNT AND LOCAL-CURRENCY COST PER SITE. TERMINATED
      * EMPLOYEES ARE NO LONGER A COST, AS IN EMPPAYSUM.
       2000-VALUE-SITES.
           PERFORM UNTIL CON-FILE-END
               READ CONSOL-FILE
                   AT END
                       MOVE "Y" TO WS-CON-FILE-END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF NOT CON-TERMINATED
                           MOVE CON-SITE-CODE TO WS-LOOKUP-SITE
                           PERFORM 2200-FIND-SITE THRU 2200-EXIT
                           IF SITE-FOUND
                               ADD 1 TO WS-SV-COUNT (WS-SITE-SUB)
                               ADD CON-EMPSALARY
                                   TO WS-SV-LOCAL (WS-SITE-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      * FINDS THE SITE'S ENTRY, ADDING AN EMPTY ONE FOR A SITE NOT
      * YET SEEN.
       2200-FIND-SITE.
           MOVE "N" TO WS-SITE-HIT.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT
               IF WS-SV-SITE (WS-SITE-SUB) = WS-LOOKUP-SITE
                   MOVE "Y" TO WS-SITE-HIT
                   GO TO 2200-EXIT
               END-IF
           END-PERFORM.
           IF WS-SITE-COUNT >= 20
               DISPLAY "SITE TABLE FULL - SITE " WS-LOOKUP-SITE
                       " DROPPED"
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-SITE-COUNT.
           MOVE WS-SITE-COUNT TO WS-SITE-SUB.
           INITIALIZE WS-SITE-ENTRY (WS-SITE-SUB).
           MOVE WS-LOOKUP-SITE TO WS-SV-SITE (WS-SITE-SUB).
           MOVE "Y" TO WS-SITE-HIT.
       2200-EXIT.
           EXIT.

      * EVERY SITE, INCLUDING ONE THAT HAS GONE SINCE LAST MONTH,
      * IS CONVERTED AT THE MONTH-END RATE.
       3000-CONVERT-SITES.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT
               MOVE WS-SV-SITE (WS-SITE-SUB) TO FX-SITE
               MOVE WS-MONTH-END TO FX-DATE
               CALL "FXRATE" USING FX-PARM
               MOVE FX-SITE-NAME TO WS-SV-NAME (WS-SITE-SUB)
               MOVE FX-CURRENCY TO WS-SV-CCY (WS-SITE-SUB)
               MOVE FX-RATE TO WS-SV-RATE (WS-SITE-SUB)
               MOVE "Y" TO WS-SV-RATE-OK (WS-SITE-SUB)
               IF FX-RESULT = "R"
                   MOVE "N" TO WS-SV-RATE-OK (WS-SITE-SUB)
                   ADD 1 TO WS-NO-RATE-COUNT
                   DISPLAY "NO " FX-CURRENCY " RATE ON " WS-MONTH-END
                           " FOR SITE " FX-SITE
               END-IF
               COMPUTE WS-SV-CORP (WS-SITE-SUB) ROUNDED =
                   WS-SV-LOCAL (WS-SITE-SUB) * WS-SV-RATE (WS-SITE-SUB)
           END-PERFORM.
       3000-EXIT.
           EXIT.

       4000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "SITE SALARY COST REVALUATION FOR PERIOD " WS-PERIOD
                  "  RATES AT " WS-MONTH-END
                  "  CORPORATE CURRENCY " FX-CORP-CCY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PRIOR-PERIOD > ZERO
               STRING "MOVEMENT AGAINST PERIOD " WS-PRIOR-PERIOD
                      " - ANNUAL SALARY COST OF NON-TERMINATED STAFF"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "NO EARLIER MONTH VALUED - WHOLE COST SHOWN AS "
                      "HEADCOUNT/PAY MOVEMENT"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 4100-WRITE-SITE THRU 4100-EXIT
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-COUNT.

           COMPUTE WS-TOT-MOVEMENT = WS-TOT-CORP - WS-TOT-PRI-CORP.
           MOVE WS-TOT-PRI-CORP TO WS-PRT-AMOUNT-1.
           MOVE WS-TOT-CORP TO WS-PRT-AMOUNT-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL SITES " FX-CORP-CCY
                  "       THEN " WS-PRT-AMOUNT-1
                  "   NOW " WS-PRT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-MOVEMENT TO WS-PRT-SIGNED-1.
           MOVE WS-TOT-RATE-EFFECT TO WS-PRT-SIGNED-2.
           MOVE WS-TOT-REAL-EFFECT TO WS-PRT-SIGNED-3.
           MOVE SPACES TO REPORT-LINE.
           STRING "    MOVEMENT " WS-PRT-SIGNED-1
                  "   OF WHICH  EXCHANGE RATE " WS-PRT-SIGNED-2
                  "   HEADCOUNT/PAY " WS-PRT-SIGNED-3
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4000-EXIT.
           EXIT.

      * FOUR LINES PER SITE: HEADCOUNT, LOCAL COST AND RATES, THE
      * CORPORATE COST AND ITS MOVEMENT, AND THE MOVEMENT SPLIT.
       4100-WRITE-SITE.
           COMPUTE WS-HEAD-CHANGE = WS-SV-COUNT (WS-SITE-SUB)
               - WS-SV-PRI-COUNT (WS-SITE-SUB).
           COMPUTE WS-MOVEMENT = WS-SV-CORP (WS-SITE-SUB)
               - WS-SV-PRI-CORP (WS-SITE-SUB).
           COMPUTE WS-RATE-EFFECT ROUNDED =
               WS-SV-PRI-LOCAL (WS-SITE-SUB)
               * (WS-SV-RATE (WS-SITE-SUB)
                  - WS-SV-PRI-RATE (WS-SITE-SUB)).
           COMPUTE WS-REAL-EFFECT = WS-MOVEMENT - WS-RATE-EFFECT.
           ADD WS-SV-CORP (WS-SITE-SUB) TO WS-TOT-CORP.
           ADD WS-SV-PRI-CORP (WS-SITE-SUB) TO WS-TOT-PRI-CORP.
           ADD WS-RATE-EFFECT TO WS-TOT-RATE-EFFECT.
           ADD WS-REAL-EFFECT TO WS-TOT-REAL-EFFECT.

           MOVE WS-SV-PRI-COUNT (WS-SITE-SUB) TO WS-PRT-COUNT.
           MOVE WS-SV-COUNT (WS-SITE-SUB) TO WS-PRT-COUNT-2.
           MOVE WS-HEAD-CHANGE TO WS-PRT-HEAD-CHANGE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SITE " WS-SV-SITE (WS-SITE-SUB)
                  "  " WS-SV-NAME (WS-SITE-SUB)
                  "  HEADCOUNT THEN " WS-PRT-COUNT
                  "   NOW " WS-PRT-COUNT-2
                  "   CHANGE " WS-PRT-HEAD-CHANGE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-SV-PRI-LOCAL (WS-SITE-SUB) TO WS-PRT-AMOUNT-1.
           MOVE WS-SV-LOCAL (WS-SITE-SUB) TO WS-PRT-AMOUNT-2.
           MOVE WS-SV-PRI-RATE (WS-SITE-SUB) TO WS-PRT-RATE-1.
           MOVE WS-SV-RATE (WS-SITE-SUB) TO WS-PRT-RATE-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "    LOCAL " WS-SV-CCY (WS-SITE-SUB)
                  "  THEN " WS-PRT-AMOUNT-1
                  "   NOW " WS-PRT-AMOUNT-2
                  "   RATE THEN " WS-PRT-RATE-1
                  "   NOW " WS-PRT-RATE-2
               DELIMITED BY SIZE INTO REPORT-LINE.
           IF WS-SV-RATE-OK (WS-SITE-SUB) = "N"
               MOVE "** NO RATE **" TO REPORT-LINE (115:13)
           END-IF.
           WRITE REPORT-LINE.

           MOVE WS-SV-PRI-CORP (WS-SITE-SUB) TO WS-PRT-AMOUNT-1.
           MOVE WS-SV-CORP (WS-SITE-SUB) TO WS-PRT-AMOUNT-2.
           MOVE WS-MOVEMENT TO WS-PRT-SIGNED-1.
           MOVE WS-RATE-EFFECT TO WS-PRT-SIGNED-2.
           MOVE WS-REAL-EFFECT TO WS-PRT-SIGNED-3.
           MOVE SPACES TO REPORT-LINE.
           STRING "    CORP  " FX-CORP-CCY
                  "  THEN " WS-PRT-AMOUNT-1
                  "   NOW " WS-PRT-AMOUNT-2
                  "   MOVEMENT " WS-PRT-SIGNED-1
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    OF WHICH  EXCHANGE RATE " WS-PRT-SIGNED-2
                  "   HEADCOUNT/PAY " WS-PRT-SIGNED-3
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       4100-EXIT.
           EXIT.

      * THE HISTORY IS REWRITTEN WITH THE PRIOR MONTH (SO A RERUN
      * THIS MONTH STILL MEASURES AGAINST IT) AND THIS MONTH - BUT
      * NOT WHEN A SITE COULD NOT BE CONVERTED.
       5000-WRITE-HISTORY.
           IF WS-NO-RATE-COUNT > ZERO
               DISPLAY "HISTORY NOT UPDATED - SITE CURRENCY WITHOUT "
                       "A RATE"
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT HISTORY-FILE.
           IF NOT HST-STATUS-OK
               DISPLAY "ERROR OPENING HISTORY-FILE"
               DISPLAY "FILE STATUS : " WS-HST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT
               IF WS-PRIOR-PERIOD > ZERO
                       AND WS-SV-PRI-CCY (WS-SITE-SUB) NOT = SPACES
                   MOVE SPACES TO HISTORY-REC
                   MOVE WS-PRIOR-PERIOD TO HST-PERIOD
                   MOVE WS-SV-SITE (WS-SITE-SUB) TO HST-SITE
                   MOVE WS-SV-PRI-CCY (WS-SITE-SUB) TO HST-CURRENCY
                   MOVE WS-SV-PRI-COUNT (WS-SITE-SUB) TO HST-COUNT
                   MOVE WS-SV-PRI-LOCAL (WS-SITE-SUB) TO HST-LOCAL
                   MOVE WS-SV-PRI-RATE (WS-SITE-SUB) TO HST-RATE
                   MOVE WS-SV-PRI-CORP (WS-SITE-SUB) TO HST-CORP
                   WRITE HISTORY-REC
               END-IF
               IF WS-SV-COUNT (WS-SITE-SUB) > ZERO
                   MOVE SPACES TO HISTORY-REC
                   MOVE WS-PERIOD TO HST-PERIOD
                   MOVE WS-SV-SITE (WS-SITE-SUB) TO HST-SITE
                   MOVE WS-SV-CCY (WS-SITE-SUB) TO HST-CURRENCY
                   MOVE WS-SV-COUNT (WS-SITE-SUB) TO HST-COUNT
                   MOVE WS-SV-LOCAL (WS-SITE-SUB) TO HST-LOCAL
                   MOVE WS-SV-RATE (WS-SITE-SUB) TO HST-RATE
                   MOVE WS-SV-CORP (WS-SITE-SUB) TO HST-CORP
                   WRITE HISTORY-REC
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
       5000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE CONSOL-FILE.
           CLOSE REPORT-FILE.

           MOVE WS-TOT-MOVEMENT TO WS-PRT-SIGNED-1.
           MOVE "I" TO LOG-SEVERITY.
           IF WS-NO-RATE-COUNT > ZERO
               MOVE "E" TO LOG-SEVERITY
           END-IF.
           MOVE SPACES TO LOG-TEXT.
           STRING "SITE COST " WS-PERIOD " MOVEMENT " WS-PRT-SIGNED-1
                  " NO RATE " WS-NO-RATE-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "CONSOLIDATED RECORDS READ : " WS-READ-COUNT.
           DISPLAY "SITES VALUED              : " WS-SITE-COUNT.
           DISPLAY "SITES WITHOUT A RATE      : " WS-NO-RATE-COUNT.
           DISPLAY "COST MOVEMENT             : " WS-PRT-SIGNED-1.

      * SET LAST - THE LOGMSG CALL ABOVE RESETS RETURN-CODE.
           IF WS-NO-RATE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
