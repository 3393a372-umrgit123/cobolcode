      *
      * SALARY BANDS: UNDER 30000 / 30000-59999 / 60000-89999 /
      * 90000 AND OVER.
      *
      * WITH "CONSOL" AS THE FIRST ARGUMENT THE POPULATION IS THE
      * CONSOLIDATED MULTI-SITE EXTRACT (EMPCONSOL.DAT). THE GRADE
      * AND DEPARTMENT PASSES THEN WORK IN THE CORPORATE CURRENCY,
      * SINCE A MEDIAN ACROSS TWO CURRENCIES MEANS NOTHING, AND A
      * THIRD PASS GIVES EACH SITE'S STATISTICS IN ITS OWN CURRENCY
      * WITH THE CORPORATE EQUIVALENTS ON THE LINE BELOW. THE BANDS
      * ARE ALWAYS COUNTED ON CORPORATE-CURRENCY SALARIES.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        SELECT REPORT-FILE ASSIGN "EMPSALSTAT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
        SELECT CONSOL-FILE ASSIGN "EMPCONSOL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CON-FILE-STATUS.
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

      * THE GROUP KEY IS GRADE OR DEPARTMENT DEPENDING ON WHICH
      * PASS IS RUNNING; SALARY IS ALWAYS THE MINOR KEY SO EACH
      * GROUP ARRIVES SORTED FOR THE MEDIAN. THE RATE TURNS A SITE
      * PASS'S LOCAL SALARY INTO THE CORPORATE CURRENCY.
       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SRT-GROUP-KEY     PIC X(03).
          05 SRT-SALARY        PIC 9(07)V99.
          05 SRT-RATE          PIC 9(03)V9(06).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(120).

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
             10 CON-EMPGRADE   PIC X(02).
             10 FILLER         PIC X(36).
             10 CON-EMP-STATUS PIC X(01).
                88 CON-TERMINATED VALUE "T".
             10 FILLER         PIC X(15).
          05 FILLER            PIC X(01).
          05 CON-CURRENCY      PIC X(03).
          05 FILLER            PIC X(01).
          05 CON-FX-RATE       PIC 9(03)V9(06).
          05 FILLER            PIC X(01).
          05 CON-CORP-SALARY   PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-PASS               PIC X(01) VALUE "G".
             88 GRADE-PASS         VALUE "G".
             88 DEPT-PASS          VALUE "D".
             88 SITE-PASS          VALUE "S".
          05 WS-CON-FILE-STATUS    PIC X(02) VALUE "00".
             88 CON-STATUS-OK      VALUE "00".
          05 WS-RUN-MODE           PIC X(06) VALUE SPACES.
             88 CONSOL-MODE        VALUE "CONSOL".

       01 WS-GROUP-KEY             PIC X(03) VALUE LOW-VALUES.
       01 WS-FIRST-IN-PASS         PIC X(01) VALUE "Y".
       01 WS-GROUP-RATE            PIC 9(03)V9(06) VALUE 1.
       01 WS-BAND-SALARY           PIC 9(07)V99 VALUE ZERO.
       01 WS-SITE-CCY              PIC X(03) VALUE SPACES.

      * THE SORTED SALARIES OF THE CURRENT GROUP. 5000 COVERS THE
      * LARGEST DEPARTMENT MANY TIMES OVER; OVERFLOW DEGRADES TO
       01 WS-SAL-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-SAL-TABLE.
          05 WS-SAL OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WS-SAL-COUNT PIC 9(07)V99.
       01 WS-SAL-SUB               PIC 9(04).

       01 WS-STATS.
          05 WS-MIN-SALARY         PIC 9(07)V99.
          05 WS-MAX-SALARY         PIC 9(07)V99.
          05 WS-MEDIAN             PIC 9(07)V99.
          05 WS-BAND-1             PIC 9(05).
          05 WS-BAND-2             PIC 9(05).
       01 WS-MID                   PIC 9(04).

       01 WS-PRINT.
          05 WS-PRT-MIN            PIC Z,ZZZ,ZZ9.99.
          05 WS-PRT-MED            PIC Z,ZZZ,ZZ9.99.
          05 WS-PRT-MAX            PIC Z,ZZZ,ZZ9.99.
          05 WS-PRT-COUNT          PIC ZZ,ZZ9.

       01 FX-PARM.
          05 FX-SITE               PIC X(02).
          05 FX-DATE               PIC 9(08).
          05 FX-CURRENCY           PIC X(03).
          05 FX-SITE-NAME          PIC X(20).
          05 FX-CORP-CCY           PIC X(03).
          05 FX-RATE               PIC 9(03)V9(06).
          05 FX-RATE-DATE          PIC 9(08).
          05 FX-RESULT             PIC X(01).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           WRITE REPORT-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-GROUP-KEY SRT-SALARY
               INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-GROUP-STATS THRU 3000-EXIT.

           MOVE "D" TO WS-PASS.
           MOVE SPACES TO REPORT-LINE.
           MOVE ZERO TO WS-SAL-COUNT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-GROUP-KEY SRT-SALARY
               INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-GROUP-STATS THRU 3000-EXIT.

           IF CONSOL-MODE
               MOVE "S" TO WS-PASS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "STATISTICS BY SITE - IN SITE CURRENCY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "N" TO WS-EMP-FILE-END
               MOVE "N" TO WS-SORT-FILE-END
               MOVE LOW-VALUES TO WS-GROUP-KEY
               MOVE "Y" TO WS-FIRST-IN-PASS
               MOVE ZERO TO WS-SAL-COUNT
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-GROUP-KEY SRT-SALARY
                   INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-GROUP-STATS THRU 3000-EXIT
           END-IF.

           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               STOP RUN
           END-IF.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           IF CONSOL-MODE
               MOVE SPACES TO FX-SITE
               CALL "GETBDATE" USING FX-DATE
               CALL "FXRATE" USING FX-PARM
               MOVE SPACES TO REPORT-LINE
               STRING "CONSOLIDATED ALL SITES - GRADE AND DEPARTMENT "
                      "FIGURES IN " FX-CORP-CCY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      * TERMINATED EMPLOYEES ARE OUT OF SCOPE FOR PAY EQUITY.
       2000-FEED-SORT.
           IF CONSOL-MODE
               PERFORM 2100-FEED-FROM-CONSOL THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
                               MOVE EMPDEPT TO SRT-GROUP-KEY
                           END-IF
                           MOVE EMPSALARY TO SRT-SALARY
                           MOVE 1 TO SRT-RATE
                           RELEASE SORT-REC
                       END-IF
               END-READ
       2000-EXIT.
           EXIT.

      * GRADE AND DEPARTMENT PASSES SORT THE CORPORATE SALARY; THE
      * SITE PASS SORTS THE LOCAL SALARY AND CARRIES THE RATE.
       2100-FEED-FROM-CONSOL.
           OPEN INPUT CONSOL-FILE.
           IF NOT CON-STATUS-OK
               DISPLAY "ERROR OPENING CONSOL-FILE - RUN EMPCONSOL FIRST"
               DISPLAY "FILE STATUS : " WS-CON-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL EMP-FILE-END
               READ CONSOL-FILE
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF NOT CON-TERMINATED
                           EVALUATE TRUE
                               WHEN GRADE-PASS
                                   MOVE CON-EMPGRADE TO SRT-GROUP-KEY
                                   MOVE CON-CORP-SALARY TO SRT-SALARY
                                   MOVE 1 TO SRT-RATE
                               WHEN DEPT-PASS
                                   MOVE CON-EMPDEPT TO SRT-GROUP-KEY
                                   MOVE CON-CORP-SALARY TO SRT-SALARY
                                   MOVE 1 TO SRT-RATE
                               WHEN OTHER
                                   MOVE CON-SITE-CODE TO SRT-GROUP-KEY
                                   MOVE CON-EMPSALARY TO SRT-SALARY
                                   MOVE CON-FX-RATE TO SRT-RATE
                           END-EVALUATE
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSOL-FILE.
       2100-EXIT.
           EXIT.

       3000-GROUP-STATS.
           PERFORM UNTIL SORT-FILE-END
               RETURN SORT-WORK-FILE
                       END-IF
                       MOVE "N" TO WS-FIRST-IN-PASS
                       MOVE SRT-GROUP-KEY TO WS-GROUP-KEY
                       MOVE SRT-RATE TO WS-GROUP-RATE
                       IF WS-SAL-COUNT >= 5000
                           DISPLAY "GROUP TOO LARGE, STATISTICS "
                                   "COVER FIRST 5000: " WS-GROUP-KEY
           MOVE ZERO TO WS-BAND-1 WS-BAND-2 WS-BAND-3 WS-BAND-4.
           PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
                   UNTIL WS-SAL-SUB > WS-SAL-COUNT
               COMPUTE WS-BAND-SALARY ROUNDED =
                   WS-SAL (WS-SAL-SUB) * WS-GROUP-RATE
               EVALUATE TRUE
                   WHEN WS-BAND-SALARY < 30000
                       ADD 1 TO WS-BAND-1
                   WHEN WS-BAND-SALARY < 60000
                       ADD 1 TO WS-BAND-2
                   WHEN WS-BAND-SALARY < 90000
                       ADD 1 TO WS-BAND-3
                   WHEN OTHER
                       ADD 1 TO WS-BAND-4
                  " 90K+ " WS-BAND-4
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SITE-PASS
               PERFORM 3200-WRITE-SITE-CORP THRU 3200-EXIT
           END-IF.

           MOVE ZERO TO WS-SAL-COUNT.
       3100-EXIT.
           EXIT.

      * A SITE'S FIGURES IN ITS OWN CURRENCY ARE FOLLOWED BY THE
      * SAME FIGURES IN THE CORPORATE CURRENCY.
       3200-WRITE-SITE-CORP.
           MOVE WS-GROUP-KEY (1:2) TO FX-SITE.
           CALL "FXRATE" USING FX-PARM.
           MOVE FX-CURRENCY TO WS-SITE-CCY.
           COMPUTE WS-PRT-MIN ROUNDED = WS-MIN-SALARY * WS-GROUP-RATE.
           COMPUTE WS-PRT-MED ROUNDED = WS-MEDIAN * WS-GROUP-RATE.
           COMPUTE WS-PRT-MAX ROUNDED = WS-MAX-SALARY * WS-GROUP-RATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "   " WS-SITE-CCY " = " FX-CORP-CCY
                  "   MIN " WS-PRT-MIN
                  "  MEDIAN " WS-PRT-MED
                  "  MAX " WS-PRT-MAX
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3200-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE REPORT-FILE.
           DISPLAY "END OF PROCESSING".
