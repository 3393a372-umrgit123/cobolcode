       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYCHK.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * POST-PAYROLL INTEGRITY CHECK. RUNS STRAIGHT AFTER EMPPAYRUN,
      * AHEAD OF EMPPAYDEP AND EMPGLSEND, SO NOTHING LEAVES THE
      * BUILDING UNTIL THE PAY RUN IS PROVED TO HAVE PAID THE RIGHT
      * PEOPLE AND POSTED WHAT IT PAID.
      *
      * THE PAYSLIP FILE (EMPPAYSLP.DAT) IS PROVED AGAINST EMPFILE:
      *   - NO EMPID APPEARS ON THE SLIPS MORE THAN ONCE
      *   - EVERY EMPID ON THE SLIPS IS ON EMPFILE
      *   - NO TERMINATED OR ON-LEAVE EMPLOYEE WAS PAID. A LEAVER
      *     SETTLED THIS PERIOD BY A FINAL-PAY RUN IS THE ONLY
      *     TERMINATED EMPLOYEE ALLOWED ON THE SLIPS
      *   - EVERY ACTIVE EMPLOYEE WAS PAID, UNLESS EMPPAYRUN PUT
      *     THEM ON ITS EXCEPTION LIST (EMPPAYRUN.EXC) AS AN HOURLY
      *     EMPLOYEE WITH NO TIMESHEET OR AS WORKING AT A LOCATION
      *     WITH NO RATES IN FORCE
      * "FINAL" AS THE FIRST ARGUMENT PROVES THE SLIPS OF AN
      * OFF-CYCLE FINAL-PAY RUN INSTEAD: ONLY THIS PERIOD'S SETTLED
      * LEAVERS MAY BE ON THEM AND NOBODY ELSE IS EXPECTED.
      *
      * THE SLIPS ARE THEN RECONCILED TO THE GL POSTING FILE
      * (EMPGLPOST.DAT) BY DEPARTMENT. FROM EACH SLIP AND ITS
      * DETAIL LINES THE POSTINGS EMPPAYRUN SHOULD HAVE MADE ARE
      * REBUILT - EVERY PAY ELEMENT THROUGH GLMAP.DAT TO ITS
      * ACCOUNT, AND COST-SPLIT TRANSFERS FROM EMPSPLIT.EDT - AND
      * EACH DEPARTMENT/ACCOUNT/SIDE TOTAL MUST EQUAL THE GL FILE'S.
      *
      * THE REPORT (EMPPAYCHK.RPT) LISTS EVERY FAILURE AND THE
      * DEPARTMENT RECONCILIATION. ANY FAILURE - OR A FILE THAT
      * CANNOT BE READ, WHICH LEAVES THE RUN UNPROVED - ENDS THE
      * STEP RC 16, WHICH EMPBATCH ALWAYS HALTS ON WHATEVER THE
      * STEP CONTROL TABLE SAYS. NOTHING IS WRITTEN BUT THE REPORT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT EMPFILE ASSIGN "EMPFIL"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-EMP-FILE-STATUS
                       RECORD KEY EMPID
                       ALTERNATE RECORD KEY EMPDEPT WITH DUPLICATES.
        SELECT PAYSLIP-FILE ASSIGN "EMPPAYSLP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SLIP-FILE-STATUS.
        SELECT GLPOST-FILE ASSIGN "EMPGLPOST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GL-FILE-STATUS.
        SELECT EXCEPT-FILE ASSIGN "EMPPAYRUN.EXC"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-EXC-FILE-STATUS.
        SELECT GLMAP-FILE ASSIGN "GLMAP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GLM-FILE-STATUS.
        SELECT SPLIT-FILE ASSIGN "EMPSPLIT.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SPL-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPPAYCHK.RPT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

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
          05 EMP-FINAL-PAID    PIC X(01).
             88 FINAL-PAY-DONE VALUE "F".
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

      * THE PAYSLIP LINE AS EMPPAYRUN WRITES IT, FOLLOWED BY ITS
      * INDENTED DETAIL LINES. THE FIGURES ARE EDITED, SO THE
      * WHOLE AND DECIMAL DIGITS ARE TAKEN APART THROUGH THE
      * REDEFINITIONS.
       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE.
          05 SLIP-EMPID        PIC 9(05).
          05 FILLER            PIC X(02).
          05 SLIP-NAME         PIC X(20).
          05 FILLER            PIC X(02).
          05 SLIP-DEPT         PIC 9(03).
          05 FILLER            PIC X(02).
          05 SLIP-GROSS        PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-TAX          PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-PENSION      PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-HEALTH       PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-VOLDED       PIC 9(06).99.
          05 FILLER            PIC X(02).
          05 SLIP-NET          PIC 9(06).99.
       01 PAYSLIP-LINE-X.
          05 SLIP-EMPID-X      PIC X(05).
          05 FILLER            PIC X(29).
          05 SLIP-AMOUNT-X OCCURS 6 TIMES.
             10 SLIP-AMT-WHOLE PIC 9(06).
             10 FILLER         PIC X(01).
             10 SLIP-AMT-DEC   PIC 9(02).
             10 FILLER         PIC X(02).
       01 PAYSLIP-DTL-LINE.
          05 FILLER            PIC X(04).
          05 DTL-LABEL         PIC X(08).
          05 DTL-CODE          PIC X(03).
          05 FILLER            PIC X(02).
          05 DTL-AMT-WHOLE     PIC 9(06).
          05 FILLER            PIC X(01).
          05 DTL-AMT-DEC       PIC 9(02).

       FD GLPOST-FILE.
       01 GLPOST-LINE.
          05 GL-DEPT           PIC 9(03).
          05 FILLER            PIC X(02).
          05 GL-ACCOUNT        PIC X(16).
          05 FILLER            PIC X(02).
          05 GL-DRCR           PIC X(02).
          05 FILLER            PIC X(02).
          05 GL-AMT-WHOLE      PIC 9(09).
          05 FILLER            PIC X(01).
          05 GL-AMT-DEC        PIC 9(02).

       FD EXCEPT-FILE.
       01 EXCEPT-LINE.
          05 EXC-EMPID         PIC 9(05).
          05 FILLER            PIC X(02).
          05 EXC-NAME          PIC X(20).
          05 FILLER            PIC X(02).
          05 EXC-REASON        PIC X(40).

       FD GLMAP-FILE
       RECORD 30.
       01 GLMAP-REC.
          05 GLM-ELEMENT       PIC X(08).
          05 GLM-DEPT-FROM     PIC 9(03).
          05 GLM-DEPT-TO       PIC 9(03).
          05 GLM-ACCOUNT       PIC X(16).

       FD SPLIT-FILE
       RECORD 13.
       01 SPLIT-REC.
          05 SPL-EMPID         PIC 9(05).
          05 SPL-DEPT          PIC 9(03).
          05 SPL-PCT           PIC 9(03)V99.

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-SLIP-FILE-STATUS   PIC X(02) VALUE "00".
             88 SLIP-STATUS-OK     VALUE "00".
          05 WS-SLIP-FILE-END      PIC X(01) VALUE "N".
             88 SLIP-FILE-END      VALUE "Y".
          05 WS-GL-FILE-STATUS     PIC X(02) VALUE "00".
             88 GL-STATUS-OK       VALUE "00".
          05 WS-GL-FILE-END        PIC X(01) VALUE "N".
             88 GL-FILE-END        VALUE "Y".
          05 WS-EXC-FILE-STATUS    PIC X(02) VALUE "00".
             88 EXC-STATUS-OK      VALUE "00".
          05 WS-EXC-FILE-END       PIC X(01) VALUE "N".
             88 EXC-FILE-END       VALUE "Y".
          05 WS-GLM-FILE-STATUS    PIC X(02) VALUE "00".
             88 GLM-STATUS-OK      VALUE "00".
          05 WS-GLM-FILE-END       PIC X(01) VALUE "N".
             88 GLM-FILE-END       VALUE "Y".
          05 WS-GLM-HIT            PIC X(01) VALUE "N".
             88 GLM-FOUND          VALUE "Y".
          05 WS-SPL-FILE-STATUS    PIC X(02) VALUE "00".
             88 SPL-STATUS-OK      VALUE "00".
          05 WS-SPL-FILE-END       PIC X(01) VALUE "N".
             88 SPL-FILE-END       VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-SLIP-OPEN          PIC X(01) VALUE "N".
             88 SLIP-OPEN          VALUE "Y".
          05 WS-EXC-HIT            PIC X(01) VALUE "N".
             88 ON-EXCEPTION-LIST  VALUE "Y".

       01 WS-RUN-MODE              PIC X(05) VALUE SPACES.
          88 FINAL-PAY-MODE        VALUE "FINAL".

       01 WS-COUNTS.
          05 WS-SLIP-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-GL-COUNT           PIC 9(05) VALUE ZERO.
          05 WS-EXCUSED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-FAIL-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-DUP-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-UNKNOWN-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-WRONG-PAID-COUNT   PIC 9(05) VALUE ZERO.
          05 WS-UNPAID-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-RECON-FAIL-COUNT   PIC 9(05) VALUE ZERO.
          05 WS-DIFF-COUNT         PIC 9(05) VALUE ZERO.

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.

      * HOW MANY SLIPS EACH EMPID HAS, SUBSCRIPTED BY EMPID + 1.
       01 WS-PAID-TABLE.
          05 WS-PAID-TIMES         PIC 9(01) OCCURS 100000 TIMES.
       01 WS-PAID-SUB              PIC 9(06).

      * THE EMPLOYEES EMPPAYRUN DELIBERATELY DID NOT PAY.
       01 WS-EXC-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-EXC-TABLE.
          05 WS-EXC-EMPID          PIC 9(05) OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-EXC-COUNT.
       01 WS-EXC-SUB               PIC 9(03).

       01 WS-GLM-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-GLM-TABLE.
          05 WS-GLM-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-GLM-COUNT.
             10 WS-GLM-ELEM        PIC X(08).
             10 WS-GLM-FROM        PIC 9(03).
             10 WS-GLM-TO          PIC 9(03).
             10 WS-GLM-ACCT        PIC X(16).
       01 WS-GLM-SUB               PIC 9(03).
       01 WS-GL-ELEMENT            PIC X(08) VALUE SPACES.
       01 WS-GL-LOOKUP-DEPT        PIC 9(03) VALUE ZERO.
       01 WS-GL-ACCOUNT-FOUND      PIC X(16) VALUE SPACES.

       01 WS-SPL-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-SPL-TABLE.
          05 WS-SPL-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-SPL-COUNT.
             10 WS-SPL-T-EMPID     PIC 9(05).
             10 WS-SPL-T-DEPT      PIC 9(03).
             10 WS-SPL-T-PCT       PIC 9(03)V99.
       01 WS-SPL-SUB               PIC 9(03).
       01 WS-SPLIT-BASE            PIC 9(07)V99 VALUE ZERO.
       01 WS-SPLIT-AMOUNT          PIC 9(07)V99 VALUE ZERO.

      * THE SLIP BEING PROVED - ITS DETAIL LINES FOLLOW IT, SO IT IS
      * POSTED WHEN THE NEXT SLIP (OR END OF FILE) ARRIVES.
       01 WS-SLIP-FIELDS.
          05 WS-SL-EMPID           PIC 9(05) VALUE ZERO.
          05 WS-SL-DEPT            PIC 9(03) VALUE ZERO.
          05 WS-SL-AMOUNT          PIC 9(07)V99 OCCURS 6 TIMES.
          05 WS-SL-RETRO           PIC 9(07)V99 VALUE ZERO.
          05 WS-SL-LEAVE-PO        PIC 9(07)V99 VALUE ZERO.
          05 WS-SL-RECOVERY        PIC 9(07)V99 VALUE ZERO.
       01 WS-AMT-SUB               PIC 9(01).
       01 WS-DTL-AMOUNT            PIC 9(07)V99 VALUE ZERO.
       01 WS-GL-AMOUNT             PIC 9(09)V99 VALUE ZERO.

      * ONE ENTRY PER DEPARTMENT, ACCOUNT AND SIDE: WHAT THE SLIPS
      * SAY SHOULD HAVE BEEN POSTED AND WHAT THE GL FILE HOLDS.
       01 WS-REC-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-REC-TABLE.
          05 WS-REC-ENTRY OCCURS 1 TO 3000 TIMES
                  DEPENDING ON WS-REC-COUNT.
             10 WS-REC-DEPT        PIC 9(03).
             10 WS-REC-ACCOUNT     PIC X(16).
             10 WS-REC-DRCR        PIC X(02).
             10 WS-REC-EXPECTED    PIC 9(11)V99.
             10 WS-REC-POSTED      PIC 9(11)V99.
       01 WS-REC-SUB               PIC 9(04).
       01 WS-REC-FULL              PIC X(01) VALUE "N".
          88 REC-TABLE-FULL        VALUE "Y".
       01 WS-POST-DEPT             PIC 9(03) VALUE ZERO.
       01 WS-POST-DRCR             PIC X(02) VALUE SPACES.
       01 WS-POST-AMOUNT           PIC 9(09)V99 VALUE ZERO.
       01 WS-POST-SIDE             PIC X(01) VALUE SPACES.
          88 POST-EXPECTED         VALUE "E".
          88 POST-POSTED           VALUE "P".

      * DEPARTMENT TOTALS FOR THE SUMMARY, SUBSCRIPTED BY DEPT + 1.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 1000 TIMES.
             10 WS-DT-SLIPS        PIC 9(05).
             10 WS-DT-EXP-DR       PIC 9(11)V99.
             10 WS-DT-EXP-CR       PIC 9(11)V99.
             10 WS-DT-GL-DR        PIC 9(11)V99.
             10 WS-DT-GL-CR        PIC 9(11)V99.
             10 WS-DT-BAD          PIC X(01).
       01 WS-DEPT-SUB              PIC 9(04).

       01 WS-FAIL-TEXT             PIC X(40) VALUE SPACES.
       01 WS-FAIL-EMPID            PIC 9(05) VALUE ZERO.
       01 WS-FAIL-NAME             PIC X(20) VALUE SPACES.
       01 WS-PRT-EXP               PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-GL                PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-EXP-CR            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-GL-CR             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-DEPT              PIC 9(03).
       01 WS-PRT-RESULT            PIC X(08).
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPPAYCK".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-PROVE-SLIPS THRU 2000-EXIT.
           IF NOT FINAL-PAY-MODE
               PERFORM 3000-FIND-UNPAID THRU 3000-EXIT
           END-IF.
           PERFORM 4000-READ-GL-POSTINGS THRU 4000-EXIT.
           PERFORM 5000-RECONCILE-GL THRU 5000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           IF FINAL-PAY-MODE
               DISPLAY "FINAL-PAY MODE - PROVING THE SETTLED "
                       "LEAVERS' SLIPS"
           END-IF.
           INITIALIZE WS-PAID-TABLE.
           INITIALIZE WS-DEPT-TABLE.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYSLIP-FILE.
           IF NOT SLIP-STATUS-OK
               DISPLAY "ERROR OPENING PAYSLIP-FILE"
               DISPLAY "FILE STATUS : " WS-SLIP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT GLPOST-FILE.
           IF NOT GL-STATUS-OK
               DISPLAY "ERROR OPENING GLPOST-FILE"
               DISPLAY "FILE STATUS : " WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT.
           PERFORM 1200-LOAD-SPLITS THRU 1200-EXIT.
           PERFORM 1300-LOAD-EXCEPTIONS THRU 1300-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF FINAL-PAY-MODE
               STRING "POST-PAYROLL INTEGRITY CHECK - FINAL PAY - "
                      "PERIOD " WS-BUSINESS-DATE (1:6)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "POST-PAYROLL INTEGRITY CHECK - PERIOD "
                      WS-BUSINESS-DATE (1:6)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID NAME                 FAILURE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-EXIT.
           EXIT.

      * THE SAME MAP EMPPAYRUN POSTED THROUGH, LATEST ENTRY WINS.
       1100-LOAD-GL-MAP.
           OPEN INPUT GLMAP-FILE.
           IF NOT GLM-STATUS-OK
               DISPLAY "ERROR OPENING GLMAP-FILE"
               DISPLAY "FILE STATUS : " WS-GLM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL GLM-FILE-END
               READ GLMAP-FILE
                   AT END
                       MOVE "Y" TO WS-GLM-FILE-END
                   NOT AT END
                       IF WS-GLM-COUNT >= 100
                           DISPLAY "GL MAP TABLE FULL - "
                                   "RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-GLM-COUNT
                           MOVE GLM-ELEMENT TO
                               WS-GLM-ELEM (WS-GLM-COUNT)
                           MOVE GLM-DEPT-FROM TO
                               WS-GLM-FROM (WS-GLM-COUNT)
                           MOVE GLM-DEPT-TO TO
                               WS-GLM-TO (WS-GLM-COUNT)
                           MOVE GLM-ACCOUNT TO
                               WS-GLM-ACCT (WS-GLM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.
       1100-EXIT.
           EXIT.

      * A MISSING SPLIT FILE JUST MEANS NOBODY'S COST IS SHARED.
       1200-LOAD-SPLITS.
           OPEN INPUT SPLIT-FILE.
           IF NOT SPL-STATUS-OK
               GO TO 1200-EXIT
           END-IF.
           PERFORM UNTIL SPL-FILE-END
               READ SPLIT-FILE
                   AT END
                       MOVE "Y" TO WS-SPL-FILE-END
                   NOT AT END
                       IF WS-SPL-COUNT < 500
                           ADD 1 TO WS-SPL-COUNT
                           MOVE SPL-EMPID TO
                               WS-SPL-T-EMPID (WS-SPL-COUNT)
                           MOVE SPL-DEPT TO
                               WS-SPL-T-DEPT (WS-SPL-COUNT)
                           MOVE SPL-PCT TO
                               WS-SPL-T-PCT (WS-SPL-COUNT)
                       ELSE
                           DISPLAY "SPLIT TABLE FULL - "
                                   "RECORD DROPPED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPLIT-FILE.
       1200-EXIT.
           EXIT.

      * ONLY THE NO-TIMESHEET AND NO-LOCATION-RATES EXCEPTIONS
      * MEAN "DELIBERATELY NOT PAID" - THE PLAN AND UNKNOWN-
      * LOCATION EXCEPTIONS ON THE SAME FILE ARE FOR EMPLOYEES WHO
      * WERE PAID.
       1300-LOAD-EXCEPTIONS.
           OPEN INPUT EXCEPT-FILE.
           IF NOT EXC-STATUS-OK
               GO TO 1300-EXIT
           END-IF.
           PERFORM UNTIL EXC-FILE-END
               READ EXCEPT-FILE
                   AT END
                       MOVE "Y" TO WS-EXC-FILE-END
                   NOT AT END
                       IF EXC-REASON (1:29)
                               = "HOURLY EMPLOYEE - NO TIMESHEE"
                           OR EXC-REASON (1:30)
                               = "NO RATES IN FORCE AT LOCATION "
                           IF WS-EXC-COUNT < 500
                               ADD 1 TO WS-EXC-COUNT
                               MOVE EXC-EMPID TO
                                   WS-EXC-EMPID (WS-EXC-COUNT)
                           ELSE
                               DISPLAY "EXCEPTION TABLE FULL - "
                                       "RECORD DROPPED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPT-FILE.
       1300-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * PASS 1 - EVERY SLIP AGAINST EMPFILE, AND THE POSTINGS EACH
      * SLIP SHOULD HAVE PRODUCED.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2000-PROVE-SLIPS.
           PERFORM UNTIL SLIP-FILE-END
               READ PAYSLIP-FILE
                   AT END
                       MOVE "Y" TO WS-SLIP-FILE-END
                   NOT AT END
                       IF SLIP-EMPID-X NUMERIC
                           IF SLIP-OPEN
                               PERFORM 2500-POST-SLIP THRU 2500-EXIT
                           END-IF
                           PERFORM 2100-PROVE-ONE-SLIP THRU 2100-EXIT
                       ELSE
                           IF SLIP-OPEN
                               PERFORM 2400-TAKE-DETAIL-LINE
                                   THRU 2400-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF SLIP-OPEN
               PERFORM 2500-POST-SLIP THRU 2500-EXIT
           END-IF.
           CLOSE PAYSLIP-FILE.
       2000-EXIT.
           EXIT.

       2100-PROVE-ONE-SLIP.
           ADD 1 TO WS-SLIP-COUNT.
           MOVE "Y" TO WS-SLIP-OPEN.
           MOVE SLIP-EMPID TO WS-SL-EMPID.
           MOVE SLIP-DEPT TO WS-SL-DEPT.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               COMPUTE WS-SL-AMOUNT (WS-AMT-SUB) =
                   SLIP-AMT-WHOLE (WS-AMT-SUB)
                   + (SLIP-AMT-DEC (WS-AMT-SUB) / 100)
           END-PERFORM.
           MOVE ZERO TO WS-SL-RETRO.
           MOVE ZERO TO WS-SL-LEAVE-PO.
           MOVE ZERO TO WS-SL-RECOVERY.
           COMPUTE WS-DEPT-SUB = SLIP-DEPT + 1.
           ADD 1 TO WS-DT-SLIPS (WS-DEPT-SUB).

           MOVE SLIP-EMPID TO WS-FAIL-EMPID.
           MOVE SLIP-NAME TO WS-FAIL-NAME.
           COMPUTE WS-PAID-SUB = SLIP-EMPID + 1.
           IF WS-PAID-TIMES (WS-PAID-SUB) < 9
               ADD 1 TO WS-PAID-TIMES (WS-PAID-SUB)
           END-IF.
           IF WS-PAID-TIMES (WS-PAID-SUB) > 1
               ADD 1 TO WS-DUP-COUNT
               MOVE "PAID MORE THAN ONCE" TO WS-FAIL-TEXT
               PERFORM 8000-REPORT-FAILURE THRU 8000-EXIT
               GO TO 2100-EXIT
           END-IF.

           MOVE SLIP-EMPID TO EMPID.
           READ EMPFILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE "EMPID ON SLIP IS NOT ON EMPFILE"
                       TO WS-FAIL-TEXT
                   PERFORM 8000-REPORT-FAILURE THRU 8000-EXIT
                   GO TO 2100-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN EMP-TERMINATED
                   IF FINAL-PAY-MODE AND FINAL-PAY-DONE
                           AND EMP-TERM-DATE (1:6)
                               = WS-BUSINESS-DATE (1:6)
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-WRONG-PAID-COUNT
                       MOVE "TERMINATED EMPLOYEE PAID"
                           TO WS-FAIL-TEXT
                       PERFORM 8000-REPORT-FAILURE THRU 8000-EXIT
                   END-IF
               WHEN EMP-ON-LEAVE
                   ADD 1 TO WS-WRONG-PAID-COUNT
                   MOVE "ON-LEAVE EMPLOYEE PAID" TO WS-FAIL-TEXT
                   PERFORM 8000-REPORT-FAILURE THRU 8000-EXIT
               WHEN OTHER
                   IF FINAL-PAY-MODE
                       ADD 1 TO WS-WRONG-PAID-COUNT
                       MOVE "ACTIVE EMPLOYEE ON FINAL-PAY SLIPS"
                           TO WS-FAIL-TEXT
                       PERFORM 8000-REPORT-FAILURE THRU 8000-EXIT
                   END-IF
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      * THE DETAIL LINES CARRY THE ELEMENTS THE SLIP LINE DOES NOT:
      * RETRO ARREARS, LEAVE PAYOUT, AND THE RECOVERIES INSIDE THE
      * SLIP'S VOLUNTARY DEDUCTION FIGURE. BENEFIT AND VOL DED LINES
      * ONLY ITEMIZE FIGURES ALREADY ON THE SLIP LINE. AN EXPENSE
      * REIMBURSEMENT IS INSIDE NET PAY; ITS DEBIT TO THE CATEGORY'S
      * "EXP" ACCOUNT IS EXPECTED STRAIGHT AWAY.
       2400-TAKE-DETAIL-LINE.
           IF DTL-AMT-WHOLE NOT NUMERIC OR DTL-AMT-DEC NOT NUMERIC
               GO TO 2400-EXIT
           END-IF.
           COMPUTE WS-DTL-AMOUNT = DTL-AMT-WHOLE + (DTL-AMT-DEC / 100).
           EVALUATE DTL-LABEL
               WHEN "RETRO"
                   ADD WS-DTL-AMOUNT TO WS-SL-RETRO
               WHEN "LEAVE PO"
                   ADD WS-DTL-AMOUNT TO WS-SL-LEAVE-PO
               WHEN "RECOVERY"
                   ADD WS-DTL-AMOUNT TO WS-SL-RECOVERY
               WHEN "EXPENSE"
                   MOVE "E" TO WS-POST-SIDE
                   MOVE WS-SL-DEPT TO WS-POST-DEPT
                   MOVE SPACES TO WS-GL-ELEMENT
                   STRING "EXP" DTL-CODE
                       DELIMITED BY SIZE INTO WS-GL-ELEMENT
                   MOVE "DR" TO WS-POST-DRCR
                   MOVE WS-DTL-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 2600-POST-ELEMENT THRU 2600-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      * THE POSTINGS EMPPAYRUN MAKES FOR ONE EMPLOYEE (EMPPAYRUN
      * 3100 AND 2550), EXPENSES ASIDE: GROSS, RETRO AND LEAVE
      * PAYOUT DEBITED;
      * TAX, PENSION, HEALTH, RECOVERIES, VOLUNTARY DEDUCTIONS AND
      * NET CREDITED; AND A DEBIT/CREDIT PAIR FOR EACH SHARE OF THE
      * COST CHARGED TO ANOTHER DEPARTMENT.
       2500-POST-SLIP.
           MOVE "N" TO WS-SLIP-OPEN.
           MOVE "E" TO WS-POST-SIDE.
           MOVE WS-SL-DEPT TO WS-POST-DEPT.

           MOVE "GROSS" TO WS-GL-ELEMENT.
           MOVE "DR" TO WS-POST-DRCR.
           MOVE WS-SL-AMOUNT (1) TO WS-POST-AMOUNT.
           PERFORM 2600-POST-ELEMENT THRU 2600-EXIT.
           MOVE "TAX" TO WS-GL-ELEMENT.
           MOVE "CR" TO WS-POST-DRCR.
           MOVE WS-SL-AMOUNT (2) TO WS-POST-AMOUNT.
           PERFORM 2600-POST-ELEMENT THRU 2600-EXIT.
           MOVE "PENSION" TO WS-GL-ELEMENT.
           MOVE WS-SL-AMOUNT (3) TO WS-POST-AMOUNT.
           PERFORM 2600-POST-ELEMENT THRU 2600-EXIT.
           MOVE "HEALTH" TO WS-GL-ELEMENT.
           MOVE WS-SL-AMOUNT (4) TO WS-POST-AMOUNT.
           PERFORM 2600-POST-ELEMENT THRU 2600-EXIT.
           MOVE "VOLDED" TO WS-GL-ELEMENT.
           COMPUTE WS-POST-AMOUNT = WS-SL-AMOUNT (5) - WS-SL-RECOVERY
               ON SIZE ERROR
                   MOVE ZERO TO WS-POST-AMOUNT
           END-COMPUTE.
           PERFORM 2600-POST-ELEMENT THRU 2600-EXIT.
           MOVE "NET" TO WS-GL-ELEMENT.
           MOVE WS-SL-AMOUNT (6) TO WS-POST-AMOUNT.
           PERFORM 2600-POST-ELEMENT THRU 2600-EXIT.
           IF WS-SL-RECOVERY > ZERO
               MOVE "RECOVERY" TO WS-GL-ELEMENT
               MOVE WS-SL-RECOVERY TO WS-POST-AMOUNT
               PERFORM 2600-POST-ELEMENT THRU 2600-EXIT
           END-IF.
           MOVE "DR" TO WS-POST-DRCR.
           IF WS-SL-RETRO > ZERO
               MOVE "RETRO" TO WS-GL-ELEMENT
               MOVE WS-SL-RETRO TO WS-POST-AMOUNT
               PERFORM 2600-POST-ELEMENT THRU 2600-EXIT
           END-IF.
           IF WS-SL-LEAVE-PO > ZERO
               MOVE "LEAVEPO" TO WS-GL-ELEMENT
               MOVE WS-SL-LEAVE-PO TO WS-POST-AMOUNT
               PERFORM 2600-POST-ELEMENT THRU 2600-EXIT
           END-IF.

           COMPUTE WS-SPLIT-BASE = WS-SL-AMOUNT (1)
               + WS-SL-RETRO + WS-SL-LEAVE-PO.
           MOVE "GROSS" TO WS-GL-ELEMENT.
           PERFORM VARYING WS-SPL-SUB FROM 1 BY 1
                   UNTIL WS-SPL-SUB > WS-SPL-COUNT
               IF WS-SPL-T-EMPID (WS-SPL-SUB) = WS-SL-EMPID
                       AND WS-SPL-T-DEPT (WS-SPL-SUB) NOT = WS-SL-DEPT
                   COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                       WS-SPLIT-BASE
                       * WS-SPL-T-PCT (WS-SPL-SUB) / 100
                   IF WS-SPLIT-AMOUNT > ZERO
                       MOVE WS-SPLIT-AMOUNT TO WS-POST-AMOUNT
                       MOVE WS-SPL-T-DEPT (WS-SPL-SUB)
                           TO WS-POST-DEPT
                       MOVE "DR" TO WS-POST-DRCR
                       PERFORM 2600-POST-ELEMENT THRU 2600-EXIT
                       MOVE WS-SL-DEPT TO WS-POST-DEPT
                       MOVE "CR" TO WS-POST-DRCR
                       PERFORM 2600-POST-ELEMENT THRU 2600-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       2500-EXIT.
           EXIT.

      * RESOLVES WS-GL-ELEMENT FOR WS-POST-DEPT AND ADDS THE AMOUNT
      * TO THE EXPECTED SIDE OF THE RECONCILIATION.
       2600-POST-ELEMENT.
           MOVE WS-POST-DEPT TO WS-GL-LOOKUP-DEPT.
           PERFORM 2650-FIND-GL-ACCOUNT THRU 2650-EXIT.
           IF NOT GLM-FOUND
               MOVE WS-SL-EMPID TO WS-FAIL-EMPID
               MOVE SPACES TO WS-FAIL-NAME
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "NO GL MAPPING FOR " WS-GL-ELEMENT
                      " DEPT " WS-POST-DEPT
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               ADD 1 TO WS-RECON-FAIL-COUNT
               PERFORM 8000-REPORT-FAILURE THRU 8000-EXIT
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2700-ADD-TO-RECON THRU 2700-EXIT.
       2600-EXIT.
           EXIT.

       2650-FIND-GL-ACCOUNT.
           MOVE "N" TO WS-GLM-HIT.
           MOVE SPACES TO WS-GL-ACCOUNT-FOUND.
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GLM-COUNT
               IF WS-GLM-ELEM (WS-GLM-SUB) = WS-GL-ELEMENT
                       AND WS-GL-LOOKUP-DEPT
                           >= WS-GLM-FROM (WS-GLM-SUB)
                       AND WS-GL-LOOKUP-DEPT
                           <= WS-GLM-TO (WS-GLM-SUB)
                   MOVE "Y" TO WS-GLM-HIT
                   MOVE WS-GLM-ACCT (WS-GLM-SUB)
                       TO WS-GL-ACCOUNT-FOUND
               END-IF
           END-PERFORM.
       2650-EXIT.
           EXIT.

      * FINDS OR ADDS THE DEPARTMENT/ACCOUNT/SIDE ENTRY AND ADDS
      * WS-POST-AMOUNT TO THE SIDE NAMED BY WS-POST-SIDE.
       2700-ADD-TO-RECON.
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-REC-COUNT
               IF WS-REC-DEPT (WS-REC-SUB) = WS-POST-DEPT
                       AND WS-REC-ACCOUNT (WS-REC-SUB)
                           = WS-GL-ACCOUNT-FOUND
                       AND WS-REC-DRCR (WS-REC-SUB) = WS-POST-DRCR
                   GO TO 2750-ADD-AMOUNT
               END-IF
           END-PERFORM.
           IF WS-REC-COUNT >= 3000
               IF NOT REC-TABLE-FULL
                   DISPLAY "RECONCILIATION TABLE FULL - CANNOT PROVE"
                   MOVE "Y" TO WS-REC-FULL
                   ADD 1 TO WS-RECON-FAIL-COUNT
               END-IF
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-REC-COUNT TO WS-REC-SUB.
           MOVE WS-POST-DEPT TO WS-REC-DEPT (WS-REC-SUB).
           MOVE WS-GL-ACCOUNT-FOUND TO WS-REC-ACCOUNT (WS-REC-SUB).
           MOVE WS-POST-DRCR TO WS-REC-DRCR (WS-REC-SUB).
           MOVE ZERO TO WS-REC-EXPECTED (WS-REC-SUB).
           MOVE ZERO TO WS-REC-POSTED (WS-REC-SUB).
       2750-ADD-AMOUNT.
           COMPUTE WS-DEPT-SUB = WS-POST-DEPT + 1.
           IF POST-EXPECTED
               ADD WS-POST-AMOUNT TO WS-REC-EXPECTED (WS-REC-SUB)
               IF WS-POST-DRCR = "DR"
                   ADD WS-POST-AMOUNT TO WS-DT-EXP-DR (WS-DEPT-SUB)
               ELSE
                   ADD WS-POST-AMOUNT TO WS-DT-EXP-CR (WS-DEPT-SUB)
               END-IF
           ELSE
               ADD WS-POST-AMOUNT TO WS-REC-POSTED (WS-REC-SUB)
               IF WS-POST-DRCR = "DR"
                   ADD WS-POST-AMOUNT TO WS-DT-GL-DR (WS-DEPT-SUB)
               ELSE
                   ADD WS-POST-AMOUNT TO WS-DT-GL-CR (WS-DEPT-SUB)
               END-IF
           END-IF.
       2700-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * PASS 2 - EVERY EMPLOYEE THE REGULAR RUN SHOULD HAVE PAID.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       3000-FIND-UNPAID.
           MOVE ZERO TO EMPID.
           START EMPFILE KEY >= EMPID
               INVALID KEY
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       IF NOT EMP-TERMINATED AND NOT EMP-ON-LEAVE
                           COMPUTE WS-PAID-SUB = EMPID + 1
                           IF WS-PAID-TIMES (WS-PAID-SUB) = ZERO
                               PERFORM 3100-CHECK-UNPAID
                                   THRU 3100-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-CHECK-UNPAID.
           MOVE "N" TO WS-EXC-HIT.
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF WS-EXC-EMPID (WS-EXC-SUB) = EMPID
                   MOVE "Y" TO WS-EXC-HIT
                   MOVE WS-EXC-COUNT TO WS-EXC-SUB
               END-IF
           END-PERFORM.
           IF ON-EXCEPTION-LIST
               ADD 1 TO WS-EXCUSED-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-UNPAID-COUNT.
           MOVE EMPID TO WS-FAIL-EMPID.
           MOVE EMPNAME TO WS-FAIL-NAME.
           MOVE "ACTIVE EMPLOYEE NOT PAID" TO WS-FAIL-TEXT.
           PERFORM 8000-REPORT-FAILURE THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * PASS 3 - WHAT THE GL FILE ACTUALLY HOLDS.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       4000-READ-GL-POSTINGS.
           MOVE "P" TO WS-POST-SIDE.
           PERFORM UNTIL GL-FILE-END
               READ GLPOST-FILE
                   AT END
                       MOVE "Y" TO WS-GL-FILE-END
                   NOT AT END
                       IF GL-DEPT NUMERIC AND GL-AMT-WHOLE NUMERIC
                               AND GL-AMT-DEC NUMERIC
                           ADD 1 TO WS-GL-COUNT
                           MOVE GL-DEPT TO WS-POST-DEPT
                           MOVE GL-ACCOUNT TO WS-GL-ACCOUNT-FOUND
                           MOVE GL-DRCR TO WS-POST-DRCR
                           COMPUTE WS-POST-AMOUNT = GL-AMT-WHOLE
                               + (GL-AMT-DEC / 100)
                           PERFORM 2700-ADD-TO-RECON THRU 2700-EXIT
                       ELSE
                           ADD 1 TO WS-RECON-FAIL-COUNT
                           MOVE ZERO TO WS-FAIL-EMPID
                           MOVE SPACES TO WS-FAIL-NAME
                           MOVE "UNREADABLE LINE ON GL POSTING FILE"
                               TO WS-FAIL-TEXT
                           PERFORM 8000-REPORT-FAILURE THRU 8000-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLPOST-FILE.
       4000-EXIT.
           EXIT.

      * EVERY DEPARTMENT/ACCOUNT/SIDE MUST AGREE TO THE PENNY; THE
      * DEPARTMENT SUMMARY THEN SHOWS EACH DEPARTMENT'S DEBITS AND
      * CREDITS AS THE SLIPS PROVE THEM AND AS POSTED.
       5000-RECONCILE-GL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GL RECONCILIATION DIFFERENCES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT ACCOUNT          SIDE     FROM SLIPS"
                  "      POSTED TO GL"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-REC-COUNT
               IF WS-REC-EXPECTED (WS-REC-SUB)
                       NOT = WS-REC-POSTED (WS-REC-SUB)
                   PERFORM 5100-REPORT-DIFFERENCE THRU 5100-EXIT
               END-IF
           END-PERFORM.
           IF WS-DIFF-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPARTMENT SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPT SLIPS   DEBITS FROM SLIPS      DEBITS POSTED"
                  "  CREDITS FROM SLIPS     CREDITS POSTED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5200-PRINT-ONE-DEPT THRU 5200-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 1000.
       5000-EXIT.
           EXIT.

       5100-REPORT-DIFFERENCE.
           ADD 1 TO WS-DIFF-COUNT.
           ADD 1 TO WS-RECON-FAIL-COUNT.
           COMPUTE WS-DEPT-SUB = WS-REC-DEPT (WS-REC-SUB) + 1.
           MOVE "Y" TO WS-DT-BAD (WS-DEPT-SUB).
           MOVE WS-REC-EXPECTED (WS-REC-SUB) TO WS-PRT-EXP.
           MOVE WS-REC-POSTED (WS-REC-SUB) TO WS-PRT-GL.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-REC-DEPT (WS-REC-SUB) "  "
                  WS-REC-ACCOUNT (WS-REC-SUB) " "
                  WS-REC-DRCR (WS-REC-SUB) "  "
                  WS-PRT-EXP "  " WS-PRT-GL
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5100-EXIT.
           EXIT.

       5200-PRINT-ONE-DEPT.
           IF WS-DT-SLIPS (WS-DEPT-SUB) = ZERO
                   AND WS-DT-GL-DR (WS-DEPT-SUB) = ZERO
                   AND WS-DT-GL-CR (WS-DEPT-SUB) = ZERO
                   AND WS-DT-EXP-DR (WS-DEPT-SUB) = ZERO
                   AND WS-DT-EXP-CR (WS-DEPT-SUB) = ZERO
               GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-PRT-DEPT = WS-DEPT-SUB - 1.
           MOVE WS-DT-SLIPS (WS-DEPT-SUB) TO WS-PRT-COUNT.
           MOVE WS-DT-EXP-DR (WS-DEPT-SUB) TO WS-PRT-EXP.
           MOVE WS-DT-GL-DR (WS-DEPT-SUB) TO WS-PRT-GL.
           MOVE WS-DT-EXP-CR (WS-DEPT-SUB) TO WS-PRT-EXP-CR.
           MOVE WS-DT-GL-CR (WS-DEPT-SUB) TO WS-PRT-GL-CR.
           IF WS-DT-BAD (WS-DEPT-SUB) = "Y"
               MOVE "MISMATCH" TO WS-PRT-RESULT
           ELSE
               MOVE "OK" TO WS-PRT-RESULT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PRT-DEPT " " WS-PRT-COUNT " "
                  WS-PRT-EXP "     " WS-PRT-GL "      "
                  WS-PRT-EXP-CR "     " WS-PRT-GL-CR " "
                  WS-PRT-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5200-EXIT.
           EXIT.

       8000-REPORT-FAILURE.
           ADD 1 TO WS-FAIL-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-FAIL-EMPID " " WS-FAIL-NAME " " WS-FAIL-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           DISPLAY "INTEGRITY FAILURE: " WS-FAIL-EMPID " "
                   WS-FAIL-TEXT.
       8000-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           ADD WS-RECON-FAIL-COUNT TO WS-FAIL-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FAIL-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-FAIL-COUNT = ZERO
               STRING "PAY RUN PROVED - NO FAILURES"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "PAY RUN NOT PROVED - " WS-PRT-COUNT
                      " FAILURE(S) - PAYMENT AND GL RELEASE STOPPED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           DISPLAY "END OF PROCESSING".
           DISPLAY "SLIPS CHECKED         : " WS-SLIP-COUNT.
           DISPLAY "GL LINES CHECKED      : " WS-GL-COUNT.
           DISPLAY "PAID MORE THAN ONCE   : " WS-DUP-COUNT.
           DISPLAY "NOT ON EMPFILE        : " WS-UNKNOWN-COUNT.
           DISPLAY "PAID BUT NOT ELIGIBLE : " WS-WRONG-PAID-COUNT.
           DISPLAY "ACTIVE BUT NOT PAID   : " WS-UNPAID-COUNT.
           DISPLAY "UNPAID ON EXCEPTIONS  : " WS-EXCUSED-COUNT.
           DISPLAY "GL DIFFERENCES        : " WS-RECON-FAIL-COUNT.

           IF WS-FAIL-COUNT = ZERO
               MOVE "I" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "PAY RUN PROVED - " WS-SLIP-COUNT " SLIPS"
                   DELIMITED BY SIZE INTO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
           ELSE
               MOVE "E" TO LOG-SEVERITY
               MOVE SPACES TO LOG-TEXT
               STRING "PAY RUN NOT PROVED - " WS-FAIL-COUNT
                      " FAILURES, SEE EMPPAYCHK.RPT"
                   DELIMITED BY SIZE INTO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE 16 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
