       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPENREM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * PENSION PROVIDER CONTRIBUTION REMITTANCE STEP. RUNS AFTER
      * EMPPAYRUN.
      *
      * READS THE PAYSLIP FILE THE PAYROLL RUN JUST WROTE AND CUTS
      * THE FIXED-FORMAT REMITTANCE FILE FOR THE PENSION PROVIDER
      * (EMPPENREM.DAT):
      *   H  BUSINESS DATE AND CONTRIBUTION PERIOD (YYYYMM)
      *   D  EMPID, PERIOD, PENSIONABLE PAY, EMPLOYEE CONTRIBUTION
      *      AND EMPLOYER CONTRIBUTION
      *   T  MEMBER COUNT, JOINER AND LEAVER COUNTS, AND THE
      *      PENSIONABLE PAY AND CONTRIBUTION TOTALS
      * PENSIONABLE PAY IS THE MONTHLY GROSS ON THE SLIP AND THE
      * EMPLOYEE CONTRIBUTION IS THE PENSION DEDUCTION ON IT. THE
      * EMPLOYER CONTRIBUTION IS THE EMPLOYER RATE FROM THE RATE SET
      * IN FORCE ON PAYRATES.DAT APPLIED TO PENSIONABLE PAY.
      *
      * THE EMPLOYEE CONTRIBUTION TOTAL MUST BALANCE TO THE PENSION
      * CREDITS ON EMPGLPOST.DAT (THE ACCOUNT GLMAP.DAT MAPS THE
      * PENSION ELEMENT TO FOR EACH DEPARTMENT) - THE RUN FAILS IF
      * IT DOES NOT.
      *
      * A JOINER/LEAVER NOTICE LIST (EMPPENJL.DAT) IS ALSO WRITTEN SO
      * THE PROVIDER CAN OPEN AND CLOSE MEMBER ACCOUNTS: EVERY
      * EMPLOYEE INDXFILE LOADED WITH A HIRE DATE IN THE PERIOD IS A
      * JOINER, EVERY TERMINATION DATED IN THE PERIOD A LEAVER.
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
        SELECT RATES-FILE ASSIGN "PAYRATES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RATE-FILE-STATUS.
        SELECT GLMAP-FILE ASSIGN "GLMAP.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GLM-FILE-STATUS.
        SELECT REMIT-FILE ASSIGN "EMPPENREM.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-REM-FILE-STATUS.
        SELECT NOTICE-FILE ASSIGN "EMPPENJL.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-NTC-FILE-STATUS.
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
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

      * THE PAYSLIP LINE AS EMPPAYRUN WRITES IT. THE ITEMIZED
      * DETAIL LINES UNDER EACH EMPLOYEE START WITH SPACES, SO A
      * NON-NUMERIC EMPID MARKS A LINE TO SKIP.
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
       01 PAYSLIP-LINE-X REDEFINES PAYSLIP-LINE.
          05 SLIP-EMPID-X      PIC X(05).
          05 FILLER            PIC X(29).
          05 SLIP-GROSS-WHOLE  PIC 9(06).
          05 FILLER            PIC X(01).
          05 SLIP-GROSS-DEC    PIC 9(02).
          05 FILLER            PIC X(13).
          05 SLIP-PEN-WHOLE    PIC 9(06).
          05 FILLER            PIC X(01).
          05 SLIP-PEN-DEC      PIC 9(02).
          05 FILLER            PIC X(33).

       FD GLPOST-FILE.
       01 GLPOST-LINE.
          05 GL-DEPT           PIC 9(03).
          05 FILLER            PIC X(02).
          05 GL-ACCOUNT        PIC X(16).
          05 FILLER            PIC X(02).
          05 GL-DRCR           PIC X(02).
          05 FILLER            PIC X(02).
          05 GL-AMOUNT         PIC 9(09).99.
       01 GLPOST-LINE-X REDEFINES GLPOST-LINE.
          05 FILLER            PIC X(27).
          05 GL-AMOUNT-WHOLE   PIC 9(09).
          05 FILLER            PIC X(01).
          05 GL-AMOUNT-DEC     PIC 9(02).

      * THE PAYROLL RATES MASTER. ONLY THE EFFECTIVE DATE AND THE
      * EMPLOYER PENSION RATE MATTER HERE; A RATE SET KEYED BEFORE
      * THE EMPLOYER RATE WAS ADDED HAS SPACES THERE.
       FD RATES-FILE
       RECORD 40.
       01 RATES-REC.
          05 RT-EFF-DATE       PIC 9(08).
          05 FILLER            PIC X(28).
          05 RT-ER-PENSION-X   PIC X(02).
          05 RT-ER-PENSION-RATE REDEFINES RT-ER-PENSION-X
                               PIC V99.
          05 FILLER            PIC X(02).

       FD GLMAP-FILE
       RECORD 30.
       01 GLMAP-REC.
          05 GLM-ELEMENT       PIC X(08).
          05 GLM-DEPT-FROM     PIC 9(03).
          05 GLM-DEPT-TO       PIC 9(03).
          05 GLM-ACCOUNT       PIC X(16).

       FD REMIT-FILE
       RECORD 55.
       01 REMIT-REC.
          05 REM-RECORD-TYPE   PIC X(01).
          05 REM-EMPID         PIC 9(05).
          05 REM-PERIOD        PIC 9(06).
          05 REM-PENSIONABLE   PIC 9(09)V99.
          05 REM-EE-AMOUNT     PIC 9(09)V99.
          05 REM-ER-AMOUNT     PIC 9(09)V99.
          05 FILLER            PIC X(10).
       01 REMIT-HEADER REDEFINES REMIT-REC.
          05 FILLER            PIC X(01).
          05 REM-HDR-DATE      PIC 9(08).
          05 REM-HDR-PERIOD    PIC 9(06).
          05 FILLER            PIC X(40).
       01 REMIT-TRAILER REDEFINES REMIT-REC.
          05 FILLER            PIC X(01).
          05 REM-TRL-COUNT     PIC 9(05).
          05 REM-TRL-JOINERS   PIC 9(05).
          05 REM-TRL-LEAVERS   PIC 9(05).
          05 REM-TRL-PENSIONABLE PIC 9(11)V99.
          05 REM-TRL-EE-TOTAL  PIC 9(11)V99.
          05 REM-TRL-ER-TOTAL  PIC 9(11)V99.

      * J = JOINER (OPEN A MEMBER ACCOUNT), L = LEAVER (CLOSE IT).
      * THE DATE IS THE HIRE DATE OR THE TERMINATION DATE.
       FD NOTICE-FILE.
       01 NOTICE-LINE.
          05 NTC-TYPE          PIC X(01).
          05 FILLER            PIC X(02).
          05 NTC-EMPID         PIC 9(05).
          05 FILLER            PIC X(02).
          05 NTC-NAME          PIC X(20).
          05 FILLER            PIC X(02).
          05 NTC-DEPT          PIC 9(03).
          05 FILLER            PIC X(02).
          05 NTC-DATE          PIC 9(08).
          05 FILLER            PIC X(02).
          05 NTC-PERIOD        PIC 9(06).

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
          05 WS-RATE-FILE-STATUS   PIC X(02) VALUE "00".
             88 RATE-STATUS-OK     VALUE "00".
          05 WS-RATE-FILE-END      PIC X(01) VALUE "N".
             88 RATE-FILE-END      VALUE "Y".
          05 WS-RATES-FOUND        PIC X(01) VALUE "N".
             88 RATES-IN-FORCE     VALUE "Y".
          05 WS-GLM-FILE-STATUS    PIC X(02) VALUE "00".
             88 GLM-STATUS-OK      VALUE "00".
          05 WS-GLM-FILE-END       PIC X(01) VALUE "N".
             88 GLM-FILE-END       VALUE "Y".
          05 WS-GLM-HIT            PIC X(01) VALUE "N".
             88 GLM-FOUND          VALUE "Y".
          05 WS-REM-FILE-STATUS    PIC X(02) VALUE "00".
             88 REM-STATUS-OK      VALUE "00".
          05 WS-NTC-FILE-STATUS    PIC X(02) VALUE "00".
             88 NTC-STATUS-OK      VALUE "00".
          05 WS-RUN-WARNED         PIC X(01) VALUE "N".
             88 RUN-WARNED         VALUE "Y".
          05 WS-RUN-FAILED         PIC X(01) VALUE "N".
             88 RUN-FAILED         VALUE "Y".

       01 WS-COUNTS.
          05 WS-MEMBER-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-JOINER-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-LEAVER-COUNT       PIC 9(05) VALUE ZERO.
          05 WS-GL-PENSION-LINES   PIC 9(05) VALUE ZERO.

       01 WS-TOTALS.
          05 WS-PENSIONABLE-TOTAL  PIC 9(11)V99 VALUE ZERO.
          05 WS-EE-TOTAL           PIC 9(11)V99 VALUE ZERO.
          05 WS-ER-TOTAL           PIC 9(11)V99 VALUE ZERO.
          05 WS-SLIP-PEN-TOTAL     PIC 9(11)V99 VALUE ZERO.
          05 WS-GL-PEN-TOTAL       PIC 9(11)V99 VALUE ZERO.

       01 WS-SLIP-GROSS            PIC 9(06)V99 VALUE ZERO.
       01 WS-SLIP-PENSION          PIC 9(06)V99 VALUE ZERO.
       01 WS-ER-AMOUNT             PIC 9(06)V99 VALUE ZERO.
       01 WS-GL-AMOUNT             PIC 9(09)V99 VALUE ZERO.

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-PERIOD         PIC 9(06).
          05 FILLER                PIC 9(02).
       01 WS-PERIOD-WORK           PIC 9(08) VALUE ZERO.
       01 WS-PERIOD-WORK-X REDEFINES WS-PERIOD-WORK.
          05 WS-WORK-PERIOD        PIC 9(06).
          05 FILLER                PIC 9(02).

       01 WS-RATES-EFF-DATE        PIC 9(08) VALUE ZERO.
       01 WS-ER-PENSION-RATE       PIC V99   VALUE ZERO.

      * THE PENSION ROWS OF THE GL ACCOUNT MAP, LOADED ONCE.
       01 WS-GLM-COUNT             PIC 9(03) VALUE ZERO.
       01 WS-GLM-TABLE.
          05 WS-GLM-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-GLM-COUNT.
             10 WS-GLM-FROM        PIC 9(03).
             10 WS-GLM-TO          PIC 9(03).
             10 WS-GLM-ACCT        PIC X(16).
       01 WS-GLM-SUB               PIC 9(03).
       01 WS-GL-ACCOUNT-FOUND      PIC X(16) VALUE SPACES.

       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPPENRM".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-BUILD-REMITTANCE THRU 2000-EXIT.
           PERFORM 3000-TOTAL-GL-PENSION THRU 3000-EXIT.
           PERFORM 4000-BUILD-NOTICES THRU 4000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           OPEN INPUT PAYSLIP-FILE.
           IF NOT SLIP-STATUS-OK
               DISPLAY "ERROR OPENING PAYSLIP-FILE - "
                       "RUN EMPPAYRUN FIRST"
               DISPLAY "FILE STATUS : " WS-SLIP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-SELECT-ER-RATE THRU 1100-EXIT.
           PERFORM 1200-LOAD-GL-MAP THRU 1200-EXIT.

           OPEN OUTPUT REMIT-FILE.
           IF NOT REM-STATUS-OK
               DISPLAY "ERROR OPENING REMIT-FILE"
               DISPLAY "FILE STATUS : " WS-REM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           IF NOT NTC-STATUS-OK
               DISPLAY "ERROR OPENING NOTICE-FILE"
               DISPLAY "FILE STATUS : " WS-NTC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REMIT-REC.
           MOVE "H" TO REM-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO REM-HDR-DATE.
           MOVE WS-BUS-PERIOD TO REM-HDR-PERIOD.
           WRITE REMIT-REC.
       1000-EXIT.
           EXIT.

      * THE EMPLOYER RATE COMES FROM THE SAME RATE SET THE PAYROLL
      * RUN USED - THE LATEST EFFECTIVE DATE NOT AFTER THE BUSINESS
      * DATE. A SET WITH NO EMPLOYER RATE KEYED REMITS NO EMPLOYER
      * MONEY AND ENDS THE STEP WITH A WARNING.
       1100-SELECT-ER-RATE.
           OPEN INPUT RATES-FILE.
           IF NOT RATE-STATUS-OK
               DISPLAY "ERROR OPENING RATES-FILE"
               DISPLAY "FILE STATUS : " WS-RATE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL RATE-FILE-END
               READ RATES-FILE
                   AT END
                       MOVE "Y" TO WS-RATE-FILE-END
                   NOT AT END
                       IF RT-EFF-DATE <= WS-BUSINESS-DATE
                               AND RT-EFF-DATE >= WS-RATES-EFF-DATE
                           MOVE "Y" TO WS-RATES-FOUND
                           MOVE RT-EFF-DATE TO WS-RATES-EFF-DATE
                           IF RT-ER-PENSION-X NUMERIC
                               MOVE RT-ER-PENSION-RATE TO
                                   WS-ER-PENSION-RATE
                           ELSE
                               MOVE ZERO TO WS-ER-PENSION-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATES-FILE.
           IF NOT RATES-IN-FORCE
               DISPLAY "NO RATE SET IN FORCE ON " WS-BUSINESS-DATE
                       " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-ER-PENSION-RATE = ZERO
               DISPLAY "NO EMPLOYER PENSION RATE ON RATE SET "
                       WS-RATES-EFF-DATE
               MOVE "W" TO LOG-SEVERITY
               MOVE "NO EMPLOYER PENSION RATE IN FORCE" TO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE "Y" TO WS-RUN-WARNED
           END-IF.
       1100-EXIT.
           EXIT.

      * ONLY THE PENSION ROWS OF THE MAP ARE KEPT - THEY SAY WHICH
      * GL LINES ARE THE PENSION CREDITS TO BALANCE AGAINST.
       1200-LOAD-GL-MAP.
           OPEN INPUT GLMAP-FILE.
           IF NOT GLM-STATUS-OK
               DISPLAY "ERROR OPENING GLMAP-FILE"
               DISPLAY "FILE STATUS : " WS-GLM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL GLM-FILE-END
               READ GLMAP-FILE
                   AT END
                       MOVE "Y" TO WS-GLM-FILE-END
                   NOT AT END
                       IF GLM-ELEMENT = "PENSION"
                           IF WS-GLM-COUNT >= 100
                               DISPLAY "GL MAP TABLE FULL - "
                                       "RECORD DROPPED"
                           ELSE
                               ADD 1 TO WS-GLM-COUNT
                               MOVE GLM-DEPT-FROM TO
                                   WS-GLM-FROM (WS-GLM-COUNT)
                               MOVE GLM-DEPT-TO TO
                                   WS-GLM-TO (WS-GLM-COUNT)
                               MOVE GLM-ACCOUNT TO
                                   WS-GLM-ACCT (WS-GLM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.
       1200-EXIT.
           EXIT.

       2000-BUILD-REMITTANCE.
           PERFORM UNTIL SLIP-FILE-END
               READ PAYSLIP-FILE
                   AT END
                       MOVE "Y" TO WS-SLIP-FILE-END
                   NOT AT END
                       IF SLIP-EMPID-X NUMERIC
                           PERFORM 2100-REMIT-ONE-SLIP THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYSLIP-FILE.
       2000-EXIT.
           EXIT.

      * THE AMOUNTS ON THE SLIP LINE ARE EDITED FIELDS - REASSEMBLE
      * THEM INTO WORKING AMOUNTS BEFORE ANY ARITHMETIC. A SLIP WITH
      * NO PENSIONABLE PAY HAS NOTHING TO REMIT.
       2100-REMIT-ONE-SLIP.
           COMPUTE WS-SLIP-GROSS =
               SLIP-GROSS-WHOLE + (SLIP-GROSS-DEC / 100).
           COMPUTE WS-SLIP-PENSION =
               SLIP-PEN-WHOLE + (SLIP-PEN-DEC / 100).
           ADD WS-SLIP-PENSION TO WS-SLIP-PEN-TOTAL.
           IF WS-SLIP-GROSS = ZERO AND WS-SLIP-PENSION = ZERO
               GO TO 2100-EXIT
           END-IF.

           COMPUTE WS-ER-AMOUNT ROUNDED =
               WS-SLIP-GROSS * WS-ER-PENSION-RATE.

           MOVE SPACES TO REMIT-REC.
           MOVE "D" TO REM-RECORD-TYPE.
           MOVE SLIP-EMPID TO REM-EMPID.
           MOVE WS-BUS-PERIOD TO REM-PERIOD.
           MOVE WS-SLIP-GROSS TO REM-PENSIONABLE.
           MOVE WS-SLIP-PENSION TO REM-EE-AMOUNT.
           MOVE WS-ER-AMOUNT TO REM-ER-AMOUNT.
           WRITE REMIT-REC.
           ADD 1 TO WS-MEMBER-COUNT.
           ADD WS-SLIP-GROSS TO WS-PENSIONABLE-TOTAL.
           ADD WS-SLIP-PENSION TO WS-EE-TOTAL.
           ADD WS-ER-AMOUNT TO WS-ER-TOTAL.
       2100-EXIT.
           EXIT.

      * A CREDIT LINE POSTED TO THE ACCOUNT THE PENSION ELEMENT MAPS
      * TO FOR ITS DEPARTMENT IS A PENSION WITHHOLDING LINE.
       3000-TOTAL-GL-PENSION.
           OPEN INPUT GLPOST-FILE.
           IF NOT GL-STATUS-OK
               DISPLAY "ERROR OPENING GLPOST-FILE - "
                       "RUN EMPPAYRUN FIRST"
               DISPLAY "FILE STATUS : " WS-GL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL GL-FILE-END
               READ GLPOST-FILE
                   AT END
                       MOVE "Y" TO WS-GL-FILE-END
                   NOT AT END
                       IF GL-DRCR = "CR"
                           PERFORM 3150-FIND-GL-ACCOUNT
                               THRU 3150-EXIT
                           IF GLM-FOUND
                                   AND GL-ACCOUNT = WS-GL-ACCOUNT-FOUND
                               COMPUTE WS-GL-AMOUNT =
                                   GL-AMOUNT-WHOLE
                                   + (GL-AMOUNT-DEC / 100)
                               ADD WS-GL-AMOUNT TO WS-GL-PEN-TOTAL
                               ADD 1 TO WS-GL-PENSION-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GLPOST-FILE.
       3000-EXIT.
           EXIT.

      * LATEST-WINS LOOKUP OF THE DEPARTMENT RANGE, AS THE PAYROLL
      * RUN RESOLVES IT WHEN POSTING.
       3150-FIND-GL-ACCOUNT.
           MOVE "N" TO WS-GLM-HIT.
           MOVE SPACES TO WS-GL-ACCOUNT-FOUND.
           PERFORM VARYING WS-GLM-SUB FROM 1 BY 1
                   UNTIL WS-GLM-SUB > WS-GLM-COUNT
               IF GL-DEPT >= WS-GLM-FROM (WS-GLM-SUB)
                       AND GL-DEPT <= WS-GLM-TO (WS-GLM-SUB)
                   MOVE "Y" TO WS-GLM-HIT
                   MOVE WS-GLM-ACCT (WS-GLM-SUB)
                       TO WS-GL-ACCOUNT-FOUND
               END-IF
           END-PERFORM.
       3150-EXIT.
           EXIT.

      * ONE PASS OF EMPFILE IN EMPID ORDER FOR THIS PERIOD'S
      * JOINERS AND LEAVERS.
       4000-BUILD-NOTICES.
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
                       PERFORM 4100-CHECK-ONE-EMPLOYEE THRU 4100-EXIT
               END-READ
           END-PERFORM.
           CLOSE EMPFILE.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-EMPLOYEE.
           MOVE EMP-HIRE-DATE TO WS-PERIOD-WORK.
           IF WS-WORK-PERIOD = WS-BUS-PERIOD
               MOVE "J" TO NTC-TYPE
               MOVE EMP-HIRE-DATE TO NTC-DATE
               PERFORM 4200-WRITE-NOTICE THRU 4200-EXIT
               ADD 1 TO WS-JOINER-COUNT
           END-IF.

           MOVE EMP-TERM-DATE TO WS-PERIOD-WORK.
           IF EMP-TERMINATED
                   AND WS-WORK-PERIOD = WS-BUS-PERIOD
               MOVE "L" TO NTC-TYPE
               MOVE EMP-TERM-DATE TO NTC-DATE
               PERFORM 4200-WRITE-NOTICE THRU 4200-EXIT
               ADD 1 TO WS-LEAVER-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-WRITE-NOTICE.
           MOVE EMPID TO NTC-EMPID.
           MOVE EMPNAME TO NTC-NAME.
           MOVE EMPDEPT TO NTC-DEPT.
           MOVE WS-BUS-PERIOD TO NTC-PERIOD.
           WRITE NOTICE-LINE.
       4200-EXIT.
           EXIT.

       9999-CLEANUP.
           MOVE SPACES TO REMIT-REC.
           MOVE "T" TO REM-RECORD-TYPE.
           MOVE WS-MEMBER-COUNT TO REM-TRL-COUNT.
           MOVE WS-JOINER-COUNT TO REM-TRL-JOINERS.
           MOVE WS-LEAVER-COUNT TO REM-TRL-LEAVERS.
           MOVE WS-PENSIONABLE-TOTAL TO REM-TRL-PENSIONABLE.
           MOVE WS-EE-TOTAL TO REM-TRL-EE-TOTAL.
           MOVE WS-ER-TOTAL TO REM-TRL-ER-TOTAL.
           WRITE REMIT-REC.

           CLOSE REMIT-FILE.
           CLOSE NOTICE-FILE.

      * THE EMPLOYEE CONTRIBUTIONS REMITTED MUST ACCOUNT FOR EVERY
      * CENT OF PENSION ON THE PAYSLIPS AND ON THE GL POSTING.
           IF WS-EE-TOTAL NOT = WS-SLIP-PEN-TOTAL
                   OR WS-EE-TOTAL NOT = WS-GL-PEN-TOTAL
               DISPLAY "REMITTANCE DOES NOT BALANCE TO PAYROLL"
               DISPLAY "PAYSLIP PENSION : " WS-SLIP-PEN-TOTAL
               DISPLAY "GL PENSION      : " WS-GL-PEN-TOTAL
               DISPLAY "REMITTED        : " WS-EE-TOTAL
               MOVE "E" TO LOG-SEVERITY
               MOVE "PENSION REMITTANCE OUT OF BALANCE" TO LOG-TEXT
               CALL "LOGMSG" USING LOG-PARM
               MOVE "Y" TO WS-RUN-FAILED
           END-IF.

           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "MEMBERS " WS-MEMBER-COUNT
                  " JOINERS " WS-JOINER-COUNT
                  " LEAVERS " WS-LEAVER-COUNT
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "MEMBERS REMITTED   : " WS-MEMBER-COUNT.
           DISPLAY "JOINERS            : " WS-JOINER-COUNT.
           DISPLAY "LEAVERS            : " WS-LEAVER-COUNT.
           DISPLAY "PENSIONABLE TOTAL  : " WS-PENSIONABLE-TOTAL.
           DISPLAY "EMPLOYEE TOTAL     : " WS-EE-TOTAL.
           DISPLAY "EMPLOYER TOTAL     : " WS-ER-TOTAL.

      * SET LAST - THE LOGMSG CALLS ABOVE RESET RETURN-CODE.
           IF RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RUN-WARNED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9999-EXIT.
           EXIT.
