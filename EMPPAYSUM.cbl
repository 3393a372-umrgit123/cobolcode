      * EMPLOYEES ARE SORTED BY DIVISION/DEPARTMENT/GRADE FIRST SO
      * THE MATRIX CAN BE BUILT WITH A SIMPLE CONTROL-BREAK PASS
      * OVER THE SORTED WORK FILE.
      *
      * WITH "CONSOL" AS THE FIRST ARGUMENT THE MATRIX IS BUILT FROM
      * THE CONSOLIDATED MULTI-SITE EXTRACT (EMPCONSOL.DAT) INSTEAD,
      * ONE SECTION PER SITE: EVERY LINE SHOWS THE SITE'S OWN
      * CURRENCY AND THE CORPORATE EQUIVALENT AT THE RATE EMPCONSOL
      * CONVERTED AT, EACH SITE CLOSES WITH A SITE TOTAL LINE, AND
      * THE GRAND TOTAL IS IN THE CORPORATE CURRENCY ONLY. THE
      * RUN-TO-RUN MOVEMENT HISTORY BELONGS TO THE LOCAL MASTER AND
      * IS NEITHER READ NOR REWRITTEN BY A CONSOLIDATED RUN.
      *********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYSUM.
       SELECT HISTORY-FILE ASSIGN "EMPPAYSUM.HST"
                      ORGANIZATION LINE SEQUENTIAL
                      STATUS WS-HST-FILE-STATUS.
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

      * THE DIVISION IS NOT ON EMPFILE - IT IS PICKED UP FROM THE
      * DEPARTMENT MASTER WHILE FEEDING THE SORT, SO THE MATRIX CAN
      * BREAK ON DIVISION ABOVE DEPARTMENT.
      * THE SITE LEADS THE KEY ON A CONSOLIDATED RUN AND IS BLANK
      * OTHERWISE.
       SD SORT-WORK-FILE.
       01 SORT-WORK-REC.
          05 SW-SITE            PIC X(02).
          05 SW-DIVISION        PIC 9(02).
          05 SW-DEPT            PIC 9(03).
          05 SW-GRADE           PIC X(02).
          05 SW-SALARY          PIC 9(06)V99.
          05 SW-CURRENCY        PIC X(03).
          05 SW-CORP-SALARY     PIC 9(07)V99.

       FD SUMMARY-FILE.
       01 SUMMARY-LINE          PIC X(100).
          05 HST-COUNT         PIC 9(05).
          05 HST-TOTAL         PIC 9(09)V99.

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

       FD DEPT-FILE
       RECORD 80.
       01 DEPTREC.
          88 HST-STATUS-OK      VALUE "00".
       01 WS-HST-FILE-END       PIC X(01) VALUE "N".
          88 HST-FILE-END       VALUE "Y".
       01 WS-CON-FILE-STATUS    PIC X(02) VALUE "00".
          88 CON-STATUS-OK      VALUE "00".
       01 WS-RUN-MODE           PIC X(06) VALUE SPACES.
          88 CONSOL-MODE        VALUE "CONSOL".

      * PRIOR-RUN FIGURES LOADED AT STARTUP; A MISSING HISTORY FILE
      * JUST MEANS THIS IS THE FIRST COMPARABLE RUN. CURRENT-RUN
       01 WS-FIRST-RECORD       PIC X(01) VALUE "Y".
          88 FIRST-RECORD       VALUE "Y".

       01 WS-PREV-SITE          PIC X(02) VALUE SPACES.
       01 WS-PREV-CURRENCY      PIC X(03) VALUE SPACES.
       01 WS-PREV-DIVISION      PIC 9(02) VALUE ZERO.
       01 WS-PREV-DEPT          PIC 9(03) VALUE ZERO.
       01 WS-PREV-GRADE         PIC X(02) VALUE SPACES.
       01 WS-DEPT-TOTAL         PIC 9(09)V99 VALUE ZERO.
       01 WS-DIV-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-DIV-TOTAL          PIC 9(09)V99 VALUE ZERO.
       01 WS-SITE-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-SITE-TOTAL         PIC 9(09)V99 VALUE ZERO.
       01 WS-GRAND-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-GRAND-TOTAL        PIC 9(09)V99 VALUE ZERO.

      * CORPORATE-CURRENCY EQUIVALENTS, KEPT ON A CONSOLIDATED RUN.
       01 WS-GRADE-CORP         PIC 9(09)V99 VALUE ZERO.
       01 WS-DEPT-CORP          PIC 9(09)V99 VALUE ZERO.
       01 WS-DIV-CORP           PIC 9(09)V99 VALUE ZERO.
       01 WS-SITE-CORP          PIC 9(09)V99 VALUE ZERO.
       01 WS-LINE-CORP          PIC 9(09)V99 VALUE ZERO.
       01 WS-CORP-COL           PIC 9(03) VALUE ZERO.

       01 FX-PARM.
          05 FX-SITE           PIC X(02).
          05 FX-DATE           PIC 9(08).
          05 FX-CURRENCY       PIC X(03).
          05 FX-SITE-NAME      PIC X(20).
          05 FX-CORP-CCY       PIC X(03).
          05 FX-RATE           PIC 9(03)V9(06).
          05 FX-RATE-DATE      PIC 9(08).
          05 FX-RESULT         PIC X(01).

       01 WS-PRINT-DIVISION     PIC 9(02).
       01 WS-PRINT-DEPT         PIC 9(03).
       01 WS-PRINT-GRADE        PIC X(02).
           PERFORM 1000-INIT THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-DIVISION SW-DEPT SW-GRADE
               INPUT PROCEDURE IS 2000-LOAD-FROM-EMPFILE THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-SUMMARIZE THRU 3000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           IF CONSOL-MODE
               OPEN INPUT CONSOL-FILE
               IF NOT CON-STATUS-OK
                   DISPLAY "ERROR OPENING CONSOL-FILE - RUN EMPCONSOL "
                           "FIRST"
                   DISPLAY "FILE STATUS : " WS-CON-FILE-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO FX-SITE
               CALL "GETBDATE" USING FX-DATE
               CALL "FXRATE" USING FX-PARM
               DISPLAY "CONSOLIDATED RUN - CORPORATE CURRENCY "
                       FX-CORP-CCY
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               STOP RUN
           END-IF.

           IF NOT CONSOL-MODE
               PERFORM 1100-LOAD-PRIOR-HISTORY THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.


      * TERMINATED EMPLOYEES ARE NOT A PAYROLL COST AND ARE SKIPPED.
       2000-LOAD-FROM-EMPFILE.
           IF CONSOL-MODE
               PERFORM 2100-LOAD-FROM-CONSOL THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF NOT EMP-TERMINATED
                           MOVE SPACES    TO SW-SITE
                           MOVE SPACES    TO SW-CURRENCY
                           MOVE EMPDEPT   TO SW-DEPT
                           MOVE EMPGRADE  TO SW-GRADE
                           MOVE EMPSALARY TO SW-SALARY
                           MOVE EMPSALARY TO SW-CORP-SALARY
                           MOVE EMPDEPT   TO DEPT-NO
                           READ DEPT-FILE
                               INVALID KEY
       2000-EXIT.
           EXIT.

       2100-LOAD-FROM-CONSOL.
           PERFORM UNTIL EMP-FILE-END
               READ CONSOL-FILE
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF NOT CON-TERMINATED
                           MOVE CON-SITE-CODE TO SW-SITE
                           MOVE CON-CURRENCY  TO SW-CURRENCY
                           MOVE CON-EMPDEPT   TO SW-DEPT
                           MOVE CON-EMPGRADE  TO SW-GRADE
                           MOVE CON-EMPSALARY TO SW-SALARY
                           MOVE CON-CORP-SALARY TO SW-CORP-SALARY
                           MOVE CON-EMPDEPT   TO DEPT-NO
                           READ DEPT-FILE
                               INVALID KEY
                                   MOVE ZERO TO SW-DIVISION
                               NOT INVALID KEY
                                   MOVE DEPT-DIVISION
                                       TO SW-DIVISION
                           END-READ
                           RELEASE SORT-WORK-REC
                       END-IF
               END-READ
           END-PERFORM.
       2100-EXIT.
           EXIT.

       3000-SUMMARIZE.
           PERFORM UNTIL SORT-FILE-END
               RETURN SORT-WORK-FILE
                       PERFORM 3050-CHECK-CONTROL-BREAK
                               THRU 3050-EXIT
                       MOVE "N"      TO WS-FIRST-RECORD
                       MOVE SW-SITE  TO WS-PREV-SITE
                       MOVE SW-CURRENCY TO WS-PREV-CURRENCY
                       MOVE SW-DIVISION TO WS-PREV-DIVISION
                       MOVE SW-DEPT  TO WS-PREV-DEPT
                       MOVE SW-GRADE TO WS-PREV-GRADE
                       ADD SW-SALARY TO WS-GRADE-TOTAL
                       ADD SW-CORP-SALARY TO WS-GRADE-CORP
                       ADD 1         TO WS-GRADE-COUNT
               END-RETURN
           END-PERFORM.
               PERFORM 3100-WRITE-GRADE-LINE THRU 3100-EXIT
               PERFORM 3200-WRITE-DEPT-LINE THRU 3200-EXIT
               PERFORM 3250-WRITE-DIVISION-LINE THRU 3250-EXIT
               PERFORM 3270-WRITE-SITE-LINE THRU 3270-EXIT
           END-IF.

           PERFORM 3300-WRITE-GRAND-TOTAL THRU 3300-EXIT.
           EXIT.

       3050-CHECK-CONTROL-BREAK.
           IF NOT FIRST-RECORD
                   AND SW-SITE NOT = WS-PREV-SITE
               PERFORM 3100-WRITE-GRADE-LINE THRU 3100-EXIT
               PERFORM 3200-WRITE-DEPT-LINE THRU 3200-EXIT
               PERFORM 3250-WRITE-DIVISION-LINE THRU 3250-EXIT
               PERFORM 3270-WRITE-SITE-LINE THRU 3270-EXIT
               GO TO 3050-EXIT
           END-IF.
           IF FIRST-RECORD
               NEXT SENTENCE
           ELSE
                  "  TOTAL " WS-PRINT-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-LINE.

           IF CONSOL-MODE
               MOVE WS-GRADE-CORP TO WS-LINE-CORP
               MOVE 57 TO WS-CORP-COL
               PERFORM 3600-ADD-CORP-COLUMNS THRU 3600-EXIT
               WRITE SUMMARY-LINE
               GO TO 3100-ACCUMULATE
           END-IF.
           PERFORM 3150-FIND-PRIOR-CELL THRU 3150-EXIT.
           IF PRIOR-FOUND
               COMPUTE WS-DELTA-COUNT = WS-GRADE-COUNT
               MOVE WS-GRADE-TOTAL TO WS-CUR-TOTAL (WS-CURR-COUNT)
           END-IF.

       3100-ACCUMULATE.
           ADD WS-GRADE-TOTAL TO WS-DEPT-TOTAL.
           ADD WS-GRADE-COUNT TO WS-DEPT-COUNT.
           ADD WS-GRADE-CORP TO WS-DEPT-CORP.
           MOVE ZERO TO WS-GRADE-TOTAL.
           MOVE ZERO TO WS-GRADE-COUNT.
           MOVE ZERO TO WS-GRADE-CORP.
       3100-EXIT.
           EXIT.

                  "  TOTAL " WS-PRINT-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-LINE.

           IF CONSOL-MODE
               MOVE WS-DEPT-CORP TO WS-LINE-CORP
               MOVE 67 TO WS-CORP-COL
               PERFORM 3600-ADD-CORP-COLUMNS THRU 3600-EXIT
           END-IF.

      * DEPARTMENT MOVEMENT IS THE DEPARTMENT'S CURRENT FIGURES
      * AGAINST THE SUM OF ITS PRIOR-RUN CELLS.
           MOVE ZERO TO WS-PRI-DEPT-COUNT.

           ADD WS-DEPT-TOTAL TO WS-DIV-TOTAL.
           ADD WS-DEPT-COUNT TO WS-DIV-COUNT.
           ADD WS-DEPT-CORP TO WS-DIV-CORP.
           MOVE ZERO TO WS-DEPT-TOTAL.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE ZERO TO WS-DEPT-CORP.
       3200-EXIT.
           EXIT.

                  "  TOTAL " WS-PRINT-TOTAL
                  "  AVG " WS-PRINT-AVG
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           IF CONSOL-MODE
               MOVE WS-DIV-CORP TO WS-LINE-CORP
               MOVE 69 TO WS-CORP-COL
               PERFORM 3600-ADD-CORP-COLUMNS THRU 3600-EXIT
           END-IF.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           ADD WS-DIV-TOTAL TO WS-SITE-TOTAL.
           ADD WS-DIV-COUNT TO WS-SITE-COUNT.
           ADD WS-DIV-CORP TO WS-SITE-CORP.
           MOVE ZERO TO WS-DIV-TOTAL.
           MOVE ZERO TO WS-DIV-COUNT.
           MOVE ZERO TO WS-DIV-CORP.
       3250-EXIT.
           EXIT.

      * ON A CONSOLIDATED RUN EACH SITE CLOSES WITH ITS TOTAL IN
      * ITS OWN CURRENCY AND THE CORPORATE EQUIVALENT, AND ONLY THE
      * CORPORATE FIGURE GOES INTO THE GRAND TOTAL. THE LOCAL
      * MASTER IS ONE CURRENCY AND ITS ONE "SITE" PRINTS NO LINE.
       3270-WRITE-SITE-LINE.
           IF NOT CONSOL-MODE
               ADD WS-SITE-TOTAL TO WS-GRAND-TOTAL
               GO TO 3270-RESET
           END-IF.
           MOVE WS-PREV-SITE TO FX-SITE.
           CALL "FXRATE" USING FX-PARM.
           MOVE WS-SITE-COUNT TO WS-PRINT-COUNT.
           MOVE WS-SITE-TOTAL TO WS-PRINT-TOTAL.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "SITE " WS-PREV-SITE
                  "  " FX-SITE-NAME
                  "  COUNT " WS-PRINT-COUNT
                  "  TOTAL " WS-PRINT-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           MOVE WS-SITE-CORP TO WS-LINE-CORP.
           MOVE 67 TO WS-CORP-COL.
           PERFORM 3600-ADD-CORP-COLUMNS THRU 3600-EXIT.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           ADD WS-SITE-CORP TO WS-GRAND-TOTAL.

       3270-RESET.
           ADD WS-SITE-COUNT TO WS-GRAND-COUNT.
           MOVE ZERO TO WS-SITE-TOTAL.
           MOVE ZERO TO WS-SITE-COUNT.
           MOVE ZERO TO WS-SITE-CORP.
       3270-EXIT.
           EXIT.

       3300-WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-COUNT TO WS-PRINT-COUNT.
           MOVE WS-GRAND-TOTAL TO WS-PRINT-TOTAL.
           STRING "G R A N D   TOTAL     COUNT " WS-PRINT-COUNT
                  "  TOTAL " WS-PRINT-TOTAL
               DELIMITED BY SIZE INTO SUMMARY-LINE.
           IF CONSOL-MODE
               MOVE FX-CORP-CCY TO SUMMARY-LINE (57:3)
               WRITE SUMMARY-LINE
               GO TO 3300-EXIT
           END-IF.
           WRITE SUMMARY-LINE.

           PERFORM 3400-REPORT-GONE-CELLS THRU 3400-EXIT.
       3500-EXIT.
           EXIT.

      * THE LOCAL CURRENCY CODE, THEN THE CORPORATE CODE AND
      * EQUIVALENT, FROM WS-CORP-COL ON THE LINE BEING BUILT.
       3600-ADD-CORP-COLUMNS.
           MOVE WS-PREV-CURRENCY TO SUMMARY-LINE (WS-CORP-COL:3).
           ADD 4 TO WS-CORP-COL.
           MOVE "=" TO SUMMARY-LINE (WS-CORP-COL:1).
           ADD 2 TO WS-CORP-COL.
           MOVE FX-CORP-CCY TO SUMMARY-LINE (WS-CORP-COL:3).
           ADD 3 TO WS-CORP-COL.
           MOVE WS-LINE-CORP TO WS-PRINT-TOTAL.
           MOVE WS-PRINT-TOTAL TO SUMMARY-LINE (WS-CORP-COL:14).
       3600-EXIT.
           EXIT.

       9999-CLEANUP.
           IF CONSOL-MODE
               CLOSE CONSOL-FILE
           END-IF.
           CLOSE EMPFILE.
           CLOSE SUMMARY-FILE.
           CLOSE DEPT-FILE.
