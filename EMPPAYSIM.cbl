       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPAYSIM.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * PAYROLL WHAT-IF SIMULATION.
      *
      * ANSWERS "WHAT WILL THIS DO TO NET PAY AND EMPLOYER COST"
      * BEFORE A RATE CHANGE OR A MASS SALARY INCREASE GOES LIVE.
      * EVERY EMPLOYEE THE REGULAR EMPPAYRUN WOULD PAY THIS MONTH
      * IS TAKEN THROUGH THE SAME GROSS-TO-NET TWICE:
      *   OLD - TODAY'S SALARY AT THE PAYRATES.DAT SET IN FORCE ON
      *         THE BUSINESS DATE
      *   NEW - THE PROPOSED SALARY AT THE PROPOSED RATE SET
      * GROSS (HOURLY GRADES FROM THE CLEAN TIMESHEETS), BRACKET
      * TAX, PENSION, HEALTH (ENROLLED PLAN PREMIUMS, OR THE FLAT
      * PREMIUM UNTIL ENROLLMENT STARTS), RECEIVABLES RECOVERY AND
      * VOLUNTARY ELECTIONS UNDER THE PROTECTED-NET FLOOR ARE ALL
      * WORKED AS EMPPAYRUN WORKS THEM. EMPLOYER COST IS GROSS PLUS
      * THE EMPLOYER PENSION AT THE SET'S EMPLOYER RATE.
      *
      * THE LIVE RUN'S ADDITIONS TO GROSS ARE WORKED IN BOTH
      * SCENARIOS TOO: THE SHIFT DIFFERENTIAL ON THE SHIFTS
      * ROSTERED TO AN HOURLY EMPLOYEE (ROSTER.DAT, SHIFTMST.DAT)
      * AT THE SCENARIO'S HOURLY RATE, AND THE ACTING ALLOWANCE
      * (EMPACT) FOR THE WORKING DAYS OF THE MONTH ACTED, ON THE
      * EMPLOYEE'S LOCATION CALENDAR, A PERCENTAGE ALLOWANCE TAKEN
      * OF THE SCENARIO'S SALARY.
      *
      * AN EMPLOYEE PLACED AT A WORK LOCATION (EMPLOC) WHOSE
      * LOCATION NAMES ITS OWN RATES MASTER ON WORKLOC.DAT IS
      * WORKED AT THE SET IN FORCE ON THAT MASTER, AS EMPPAYRUN
      * TAXES THEM - IN BOTH SCENARIOS, SINCE THE PROPOSAL IS A
      * HEAD OFFICE RATE SET AND DOES NOT REACH ANOTHER STATE'S
      * RATES; ONLY A SALARY CHANGE MOVES THEIR FIGURES. WITH NO
      * SET IN FORCE THERE THE LIVE RUN WOULD NOT PAY THEM, SO
      * THEY ARE COUNTED AND LEFT OUT. A LOCATION NOT ON
      * WORKLOC.DAT IS WORKED AS HEAD OFFICE.
      *
      * ARGUMENT 1 NAMES THE PROPOSED RATES FILE (PAYRATES.DAT
      * LAYOUT; DEFAULT PAYRATES.PRP). ITS LATEST-DATED SET IS THE
      * PROPOSAL. "CURRENT" KEEPS TODAY'S RATES, FOR A SALARY-ONLY
      * QUESTION. ARGUMENT 2 "MAINT" ALSO APPLIES THE PENDING
      * SALARY CHANGES ON EMPMAINT.DAT (THE "U" TRANSACTIONS
      * EMPMASSUP GENERATES OR ANY OTHER MAINTENANCE BATCH).
      *
      * THE REPORT (EMPPAYSIM.RPT) SHOWS OLD AND NEW NET, TAX AND
      * EMPLOYER COST BY EMPLOYEE, WITH DEPARTMENT SUBTOTALS, THEN
      * DIVISION AND GRAND TOTALS WITH THE CHANGE.
      *
      * EVERY FILE IS OPENED INPUT ONLY. THE SIMULATION NEVER
      * WRITES EMPYTD, EMPLEAVE, THE ELECTIONS OR RECEIVABLES
      * BALANCES, THE POSTED-PERIOD MARKER, THE CHECKPOINT, THE
      * PAYSLIP OR GL FILES, AND TAKES NO LOCK.
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
        SELECT RATES-FILE ASSIGN "PAYRATES.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RATE-FILE-STATUS.
        SELECT PROPOSED-FILE ASSIGN TO DYNAMIC WS-PRP-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PRP-FILE-STATUS.
        SELECT MAINT-FILE ASSIGN "EMPMAINT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MNT-FILE-STATUS.
        SELECT ELECT-FILE ASSIGN "EMPELECT"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ELC-FILE-STATUS
                       RECORD KEY ELEC-KEY.
        SELECT RECV-FILE ASSIGN "EMPRECV"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-RCV-FILE-STATUS
                       RECORD KEY RCV-KEY.
        SELECT DEPT-FILE ASSIGN "DEPTFILE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-DEPT-FILE-STATUS
                       RECORD KEY DEPT-NO.
        SELECT GRADE-FILE ASSIGN "GRADEMAST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-GRADE-FILE-STATUS.
        SELECT TIMEEDT-FILE ASSIGN "EMPTIME.EDT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-TSE-FILE-STATUS.
        SELECT PLAN-FILE ASSIGN "BENPLAN.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PLN-FILE-STATUS.
        SELECT BENE-FILE ASSIGN "EMPBENE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BEN-FILE-STATUS
                       RECORD KEY BEN-KEY.
        SELECT LOC-FILE ASSIGN "EMPLOC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ELO-FILE-STATUS
                       RECORD KEY ELO-EMPID.
        SELECT LOCRATES-FILE ASSIGN TO DYNAMIC WS-LOC-RATES-NAME
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-LRT-FILE-STATUS.
        SELECT ACT-FILE ASSIGN "EMPACT"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ACT-FILE-STATUS
                       RECORD KEY ACT-EMPID.
        SELECT SHIFT-FILE ASSIGN "SHIFTMST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SHF-FILE-STATUS.
        SELECT ROSTER-FILE ASSIGN "ROSTER.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RST-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN "EMPPAYSIM.RPT"
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
          05 FILLER            PIC X(01).
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

      * THE LIVE RATES MASTER. A SET KEYED BEFORE THE EMPLOYER
      * PENSION RATE WAS ADDED HAS SPACES THERE.
       FD RATES-FILE
       RECORD 40.
       01 RATES-REC.
          05 RT-EFF-DATE       PIC 9(08).
          05 RT-BRACKET-1      PIC 9(06).
          05 RT-BRACKET-2      PIC 9(06).
          05 RT-RATE-1         PIC V99.
          05 RT-RATE-2         PIC V99.
          05 RT-RATE-3         PIC V99.
          05 RT-PENSION-RATE   PIC V99.
          05 RT-HEALTH-FLAT    PIC 9(04)V99.
          05 RT-PROTECT-PCT    PIC V99.
          05 RT-ER-PENSION-X   PIC X(02).
          05 RT-ER-PENSION-RATE REDEFINES RT-ER-PENSION-X
                               PIC V99.
          05 RT-SUPP-RATE      PIC V99.

      * THE PROPOSED RATES, KEYED IN THE SAME LAYOUT.
       FD PROPOSED-FILE
       RECORD 40.
       01 PROPOSED-REC.
          05 PR-EFF-DATE       PIC 9(08).
          05 PR-BRACKET-1      PIC 9(06).
          05 PR-BRACKET-2      PIC 9(06).
          05 PR-RATE-1         PIC V99.
          05 PR-RATE-2         PIC V99.
          05 PR-RATE-3         PIC V99.
          05 PR-PENSION-RATE   PIC V99.
          05 PR-HEALTH-FLAT    PIC 9(04)V99.
          05 PR-PROTECT-PCT    PIC V99.
          05 PR-ER-PENSION-X   PIC X(02).
          05 PR-ER-PENSION-RATE REDEFINES PR-ER-PENSION-X
                               PIC V99.
          05 PR-SUPP-RATE      PIC V99.

      * THE MAINTENANCE BATCH INDXDEUP APPLIES. ONLY THE "U"
      * DETAILS' SALARIES MATTER HERE.
       FD MAINT-FILE
       RECORD 75.
       01 TRANS-REC.
          05 TRANS-ACTION          PIC X(01).
          05 TRANS-EMPID           PIC 9(05).
          05 TRANS-EMPDEPT         PIC 9(03).
          05 TRANS-EMPNAME         PIC X(20).
          05 TRANS-EMPSALARY       PIC 9(06)V99.
          05 TRANS-EMPGRADE        PIC X(02).
          05 TRANS-EMPDESIGNATION  PIC X(20).
          05 TRANS-HIRE-DATE       PIC 9(08).
          05 TRANS-OPERATOR        PIC X(08).
       01 TRANS-SALARY-X REDEFINES TRANS-REC.
          05 FILLER                PIC X(29).
          05 TRANS-EMPSALARY-X    PIC X(08).
          05 FILLER                PIC X(38).

       FD ELECT-FILE
       RECORD 40.
       01 ELECT-REC.
          05 ELEC-KEY.
             10 ELEC-EMPID     PIC 9(05).
             10 ELEC-DED-CODE  PIC X(03).
          05 ELEC-METHOD       PIC X(01).
             88 ELEC-BY-PERCENT VALUE "P".
             88 ELEC-BY-AMOUNT  VALUE "F".
          05 ELEC-AMOUNT       PIC 9(06)V99.
          05 ELEC-PRIORITY     PIC 9(02).
          05 ELEC-STOP-DATE    PIC 9(08).
          05 ELEC-BAL-YN       PIC X(01).
             88 ELEC-HAS-BALANCE VALUE "Y".
          05 ELEC-BALANCE      PIC 9(06)V99.
          05 FILLER            PIC X(04).

       FD RECV-FILE
       RECORD 60.
       01 RECV-REC.
          05 RCV-KEY.
             10 RCV-EMPID      PIC 9(05).
             10 RCV-TYPE       PIC X(03).
             10 RCV-SEQ        PIC 9(02).
          05 RCV-ORIG-AMOUNT   PIC 9(07)V99.
          05 RCV-INSTALMENT    PIC 9(06)V99.
          05 RCV-BALANCE       PIC 9(07)V99.
          05 RCV-OPEN-DATE     PIC 9(08).
          05 RCV-LAST-DATE     PIC 9(08).
          05 FILLER            PIC X(08).

       FD DEPT-FILE
       RECORD 80.
       01 DEPTREC.
          05 DEPT-NO           PIC 9(03).
          05 DEPT-NAME         PIC X(20).
          05 DEPT-MANAGER      PIC X(20).
          05 DEPT-DIVISION     PIC 9(02).
          05 DEPT-SALARY-BUDGET PIC 9(09).
          05 FILLER            PIC X(26).

       FD GRADE-FILE
       RECORD 15.
       01 GRADE-REC.
          05 GRD-GRADE         PIC X(02).
          05 GRD-MIN-SALARY    PIC 9(06).
          05 GRD-MAX-SALARY    PIC 9(06).
          05 GRD-PAY-BY-HOURS  PIC X(01).

       FD TIMEEDT-FILE
       RECORD 17.
       01 TIMEEDT-REC.
          05 TSE-EMPID         PIC 9(05).
          05 TSE-PERIOD        PIC 9(06).
          05 TSE-REG-HOURS     PIC 9(03).
          05 TSE-OT-HOURS      PIC 9(03).

       FD PLAN-FILE
       RECORD 58.
       01 PLAN-REC.
          05 PLN-CODE          PIC X(03).
          05 PLN-TYPE          PIC X(01).
          05 PLN-NAME          PIC X(20).
          05 PLN-EFF-DATE      PIC 9(08).
          05 PLN-RATE-E        PIC 9(04)V99.
          05 PLN-RATE-S        PIC 9(04)V99.
          05 PLN-RATE-F        PIC 9(04)V99.
          05 PLN-CLOSE-DATE    PIC 9(08).

       FD BENE-FILE
       RECORD 40.
       01 BENE-REC.
          05 BEN-KEY.
             10 BEN-EMPID      PIC 9(05).
             10 BEN-PLAN       PIC X(03).
          05 BEN-TIER          PIC X(01).
          05 BEN-DEPENDENTS    PIC 9(02).
          05 BEN-EFF-DATE      PIC 9(08).
          05 BEN-STOP-DATE     PIC 9(08).
          05 FILLER            PIC X(13).

      * THE WORK LOCATION EACH EMPLOYEE IS PLACED AT. THE LOCATION
      * IN FORCE ON A DATE IS ELO-LOCATION FROM ELO-EFF-DATE ON,
      * ELO-PRIOR-LOC BEFORE IT.
       FD LOC-FILE
       RECORD 30.
       01 EMPLOC-REC.
          05 ELO-EMPID         PIC 9(05).
          05 ELO-LOCATION      PIC X(03).
          05 ELO-EFF-DATE      PIC 9(08).
          05 ELO-PRIOR-LOC     PIC X(03).
          05 ELO-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(03).

      * A LOCATION'S OWN RATES MASTER, NAMED ON WORKLOC.DAT. SAME
      * LAYOUT AS PAYRATES.DAT.
       FD LOCRATES-FILE
       RECORD 40.
       01 LOCRATES-REC.
          05 LRT-EFF-DATE      PIC 9(08).
          05 LRT-BRACKET-1     PIC 9(06).
          05 LRT-BRACKET-2     PIC 9(06).
          05 LRT-RATE-1        PIC V99.
          05 LRT-RATE-2        PIC V99.
          05 LRT-RATE-3        PIC V99.
          05 LRT-PENSION-RATE  PIC V99.
          05 LRT-HEALTH-FLAT   PIC 9(04)V99.
          05 LRT-PROTECT-PCT   PIC V99.
          05 LRT-ER-PENSION-X  PIC X(02).
          05 LRT-ER-PENSION-RATE REDEFINES LRT-ER-PENSION-X
                               PIC V99.
          05 LRT-SUPP-RATE     PIC V99.

      * THE ACTING ASSIGNMENT EACH EMPLOYEE HOLDS, IF ANY. IT RUNS
      * FROM ACT-START-DATE TO ACT-END-DATE INCLUSIVE.
       FD ACT-FILE
       RECORD 50.
       01 EMPACT-REC.
          05 ACT-EMPID         PIC 9(05).
          05 ACT-POS-ID        PIC X(06).
          05 ACT-START-DATE    PIC 9(08).
          05 ACT-END-DATE      PIC 9(08).
          05 ACT-ALLOW-TYPE    PIC X(01).
             88 ACT-ALLOW-PCT  VALUE "P".
             88 ACT-ALLOW-AMT  VALUE "A".
          05 ACT-ALLOW-VALUE   PIC 9(06)V99.
          05 ACT-BATCH-ID      PIC X(08).
          05 FILLER            PIC X(06).

      * THE SHIFT MASTER. HOURS ARE THE PAID LENGTH OF THE SHIFT;
      * THE PERCENTAGES ARE KEYED WITH TWO DECIMALS (1250 MEANS
      * 12.50 PER CENT OF THE HOURLY RATE).
       FD SHIFT-FILE
       RECORD 35.
       01 SHIFT-REC.
          05 SHF-CODE          PIC X(03).
          05 SHF-NAME          PIC X(20).
          05 SHF-HOURS         PIC 9(02)V99.
          05 SHF-NIGHT-PCT     PIC 9(02)V99.
          05 SHF-WEEKEND-PCT   PIC 9(02)V99.

      * ONE RECORD PER EMPLOYEE PER ROSTERED DAY.
       FD ROSTER-FILE
       RECORD 24.
       01 ROSTER-REC.
          05 RST-EMPID         PIC 9(05).
          05 RST-DATE          PIC 9(08).
          05 RST-SHIFT         PIC X(03).
          05 RST-START         PIC 9(04).
          05 RST-END           PIC 9(04).

       FD REPORT-FILE.
       01 REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 EMP-STATUS-OK      VALUE "00".
          05 WS-EMP-FILE-END       PIC X(01) VALUE "N".
             88 EMP-FILE-END       VALUE "Y".
          05 WS-RATE-FILE-STATUS   PIC X(02) VALUE "00".
             88 RATE-STATUS-OK     VALUE "00".
          05 WS-RATE-FILE-END      PIC X(01) VALUE "N".
             88 RATE-FILE-END      VALUE "Y".
          05 WS-PRP-FILE-STATUS    PIC X(02) VALUE "00".
             88 PRP-STATUS-OK      VALUE "00".
          05 WS-PRP-FILE-END       PIC X(01) VALUE "N".
             88 PRP-FILE-END       VALUE "Y".
          05 WS-MNT-FILE-STATUS    PIC X(02) VALUE "00".
             88 MNT-STATUS-OK      VALUE "00".
          05 WS-MNT-FILE-END       PIC X(01) VALUE "N".
             88 MNT-FILE-END       VALUE "Y".
          05 WS-ELC-FILE-STATUS    PIC X(02) VALUE "00".
             88 ELC-STATUS-OK      VALUE "00".
          05 WS-ELC-BROWSE-END     PIC X(01) VALUE "N".
             88 ELC-BROWSE-END     VALUE "Y".
          05 WS-ELECT-ACTIVE       PIC X(01) VALUE "N".
             88 ELECT-ACTIVE       VALUE "Y".
          05 WS-RCV-FILE-STATUS    PIC X(02) VALUE "00".
             88 RCV-STATUS-OK      VALUE "00".
          05 WS-RCV-BROWSE-END     PIC X(01) VALUE "N".
             88 RCV-BROWSE-END     VALUE "Y".
          05 WS-RECV-ACTIVE        PIC X(01) VALUE "N".
             88 RECV-ACTIVE        VALUE "Y".
          05 WS-DEPT-FILE-STATUS   PIC X(02) VALUE "00".
             88 DEPT-STATUS-OK     VALUE "00".
          05 WS-DEPT-ACTIVE        PIC X(01) VALUE "N".
             88 DEPT-ACTIVE        VALUE "Y".
          05 WS-GRADE-FILE-STATUS  PIC X(02) VALUE "00".
             88 GRADE-FILE-STATUS-OK VALUE "00".
          05 WS-GRADE-FILE-END     PIC X(01) VALUE "N".
             88 GRADE-FILE-END     VALUE "Y".
          05 WS-TSE-FILE-STATUS    PIC X(02) VALUE "00".
             88 TSE-STATUS-OK      VALUE "00".
          05 WS-TSE-FILE-END       PIC X(01) VALUE "N".
             88 TSE-FILE-END       VALUE "Y".
          05 WS-EMP-HOURLY         PIC X(01) VALUE "N".
             88 EMP-IS-HOURLY      VALUE "Y".
          05 WS-TS-FOUND           PIC X(01) VALUE "N".
             88 TIMESHEET-FOUND    VALUE "Y".
          05 WS-PLN-FILE-STATUS    PIC X(02) VALUE "00".
             88 PLN-STATUS-OK      VALUE "00".
          05 WS-PLN-FILE-END       PIC X(01) VALUE "N".
             88 PLN-FILE-END       VALUE "Y".
          05 WS-BEN-FILE-STATUS    PIC X(02) VALUE "00".
             88 BEN-STATUS-OK      VALUE "00".
          05 WS-BEN-BROWSE-END     PIC X(01) VALUE "N".
             88 BEN-BROWSE-END     VALUE "Y".
          05 WS-BENEFITS-ACTIVE    PIC X(01) VALUE "N".
             88 BENEFITS-ACTIVE    VALUE "Y".
          05 WS-RPT-FILE-STATUS    PIC X(02) VALUE "00".
             88 RPT-STATUS-OK      VALUE "00".
          05 WS-FIRST-RECORD       PIC X(01) VALUE "Y".
             88 FIRST-RECORD       VALUE "Y".
          05 WS-RATES-FOUND        PIC X(01) VALUE "N".
             88 RATES-IN-FORCE     VALUE "Y".
          05 WS-SALARY-CHANGED     PIC X(01) VALUE "N".
             88 SALARY-CHANGED     VALUE "Y".
          05 WS-ELO-FILE-STATUS    PIC X(02) VALUE "00".
             88 ELO-STATUS-OK      VALUE "00".
             88 ELO-FILE-NOT-FOUND VALUE "35".
          05 WS-LOCATIONS-ACTIVE   PIC X(01) VALUE "N".
             88 LOCATIONS-ACTIVE   VALUE "Y".
          05 WS-LRT-FILE-STATUS    PIC X(02) VALUE "00".
             88 LRT-STATUS-OK      VALUE "00".
          05 WS-LRT-FILE-END       PIC X(01) VALUE "N".
             88 LRT-FILE-END       VALUE "Y".
          05 WS-LOC-RATES-OK       PIC X(01) VALUE "Y".
             88 LOC-RATES-OK       VALUE "Y".
          05 WS-LOC-HAS-RATES      PIC X(01) VALUE "N".
             88 LOC-HAS-RATES      VALUE "Y".
          05 WS-ACT-FILE-STATUS    PIC X(02) VALUE "00".
             88 ACT-STATUS-OK      VALUE "00".
             88 ACT-FILE-NOT-FOUND VALUE "35".
          05 WS-ACTING-ACTIVE      PIC X(01) VALUE "N".
             88 ACTING-ACTIVE      VALUE "Y".
          05 WS-SHF-FILE-STATUS    PIC X(02) VALUE "00".
             88 SHF-STATUS-OK      VALUE "00".
          05 WS-SHF-FILE-END       PIC X(01) VALUE "N".
             88 SHF-FILE-END       VALUE "Y".
          05 WS-RST-FILE-STATUS    PIC X(02) VALUE "00".
             88 RST-STATUS-OK      VALUE "00".
          05 WS-RST-FILE-END       PIC X(01) VALUE "N".
             88 RST-FILE-END       VALUE "Y".

       01 WS-PRP-NAME              PIC X(30) VALUE "PAYRATES.PRP".
       01 WS-ARG-RATES             PIC X(30) VALUE SPACES.
       01 WS-ARG-MAINT             PIC X(05) VALUE SPACES.
          88 APPLY-MAINT           VALUE "MAINT".

       01 WS-COUNTS.
          05 WS-SIM-COUNT          PIC 9(05) VALUE ZERO.
          05 WS-CHANGED-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-LEAVE-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-TERM-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-NOHOURS-COUNT      PIC 9(05) VALUE ZERO.
          05 WS-NO-LOC-RATES-COUNT PIC 9(05) VALUE ZERO.
          05 WS-DEPT-COUNT         PIC 9(05) VALUE ZERO.

       01 WS-PREV-DEPT             PIC 9(03) VALUE ZERO.
       01 WS-DIVISION              PIC 9(02) VALUE ZERO.

       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
          05 WS-BUS-MONTH          PIC 9(02).
          05 WS-BUS-DAY            PIC 9(02).
       01 WS-FIRST-OF-MONTH        PIC 9(08) VALUE ZERO.

      * PER-SCENARIO PAY FIELDS, AS IN EMPPAYRUN.
       01 WS-PAY-FIELDS.
          05 WS-CALC-SALARY        PIC 9(06)V99 VALUE ZERO.
          05 WS-ANNUAL-TAX         PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-GROSS        PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-TAX          PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-PENSION      PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-HEALTH       PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-VOLDED       PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-NET          PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-ER-PENSION   PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-COST         PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-SHIFT-DIFF   PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-ACTING       PIC 9(07)V99 VALUE ZERO.

      * THE RATE SET A SCENARIO IS WORKED AT. THE OLD AND NEW SETS
      * ARE HELD SIDE BY SIDE AND MOVED IN BEFORE EACH PASS.
       01 WS-TAX-RULES.
          05 WS-BRACKET-1          PIC 9(06) VALUE ZERO.
          05 WS-BRACKET-2          PIC 9(06) VALUE ZERO.
          05 WS-RATE-1             PIC V99   VALUE ZERO.
          05 WS-RATE-2             PIC V99   VALUE ZERO.
          05 WS-RATE-3             PIC V99   VALUE ZERO.
          05 WS-PENSION-RATE       PIC V99   VALUE ZERO.
          05 WS-HEALTH-FLAT        PIC 9(04)V99 VALUE ZERO.
          05 WS-PROTECT-PCT        PIC V99   VALUE ZERO.
          05 WS-ER-PENSION-RATE    PIC V99   VALUE ZERO.
          05 WS-RATES-EFF-DATE     PIC 9(08) VALUE ZERO.
       01 WS-OLD-RULES             PIC X(38) VALUE SPACES.
       01 WS-NEW-RULES             PIC X(38) VALUE SPACES.

      * THE SET IN FORCE ON EACH LOCATION RATES MASTER, READ ONCE
      * THE FIRST TIME AN EMPLOYEE THERE IS MET, AND THE SET THE
      * CURRENT EMPLOYEE'S LOCATION WORKS BOTH SCENARIOS AT.
       01 WS-LOC-RATES-NAME        PIC X(12) VALUE SPACES.
       01 WS-LR-COUNT              PIC 9(02) VALUE ZERO.
       01 WS-LR-TABLE.
          05 WS-LR-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-LR-COUNT.
             10 WS-LR-FILE         PIC X(12).
             10 WS-LR-FOUND        PIC X(01).
             10 WS-LR-RULES        PIC X(38).
       01 WS-LR-SUB                PIC 9(02).
       01 WS-LR-BEST-EFF           PIC 9(08).
       01 WS-LOC-RULES             PIC X(38) VALUE SPACES.
       01 WS-EMP-LOCATION          PIC X(03) VALUE SPACES.

       01 LC-PARM.
          05 LC-REQUEST            PIC X(01).
          05 LC-LOCATION           PIC X(03).
          05 LC-DATE               PIC 9(08).
          05 LC-NAME               PIC X(20).
          05 LC-STATE              PIC X(02).
          05 LC-RATES-FILE         PIC X(12).
          05 LC-WORK-DAY           PIC X(01).
          05 LC-RESULT             PIC X(01).

      * THE ACTING ALLOWANCE IS PRORATED AS THE LIVE RUN PRORATES
      * IT: THE WORKING DAYS THE ASSIGNMENT COVERS OUT OF THE
      * MONTH'S, ON THE EMPLOYEE'S LOCATION CALENDAR. THE DAYS ARE
      * COUNTED ONCE PER EMPLOYEE; ONLY THE AMOUNT DEPENDS ON THE
      * SCENARIO'S SALARY.
       01 WS-WALK-DATE             PIC 9(08) VALUE ZERO.
       01 WS-WALK-INT              PIC 9(08) COMP.
       01 WS-MONTH-START-INT       PIC 9(08) COMP.
       01 WS-MONTH-END-INT         PIC 9(08) COMP.
       01 WS-NEXT-YEAR             PIC 9(04).
       01 WS-NEXT-MONTH            PIC 9(02).
       01 WS-ACT-WORK-DAYS         PIC 9(02) VALUE ZERO.
       01 WS-ACT-DAYS              PIC 9(02) VALUE ZERO.
       01 WS-ACT-STOP-DATE         PIC 9(08) VALUE ZERO.
       01 WS-ACT-MONTHLY           PIC 9(07)V99 VALUE ZERO.

      * THE SHIFT MASTER, AND EACH EMPLOYEE'S ROSTERED SHIFTS FOR
      * THE MONTH REDUCED TO HOURS TIMES DIFFERENTIAL PERCENTAGE,
      * SO THE DIFFERENTIAL IS ONE MULTIPLICATION BY THE SCENARIO'S
      * HOURLY RATE.
       01 WS-SHF-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-SHF-TABLE.
          05 WS-SHF-ENTRY OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-SHF-COUNT.
             10 WS-SHF-CODE        PIC X(03).
             10 WS-SHF-HOURS       PIC 9(02)V99.
             10 WS-SHF-NIGHT       PIC 9(02)V99.
             10 WS-SHF-WEEKEND     PIC 9(02)V99.
       01 WS-SHF-SUB               PIC 9(02).
       01 WS-SD-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-SD-TABLE.
          05 WS-SD-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-SD-COUNT.
             10 WS-SD-EMPID        PIC 9(05).
             10 WS-SD-PCT-HOURS    PIC 9(07)V9999.
       01 WS-SD-SUB                PIC 9(03).
       01 WS-SD-DAY-PCT            PIC 9(03)V99 VALUE ZERO.
       01 WS-SD-WEEKDAY            PIC 9(01) VALUE ZERO.

      * OLD AND NEW NET, TAX AND EMPLOYER COST: 1 OLD NET, 2 NEW
      * NET, 3 OLD TAX, 4 NEW TAX, 5 OLD COST, 6 NEW COST.
       01 WS-EMP-AMOUNTS.
          05 WS-EMP-AMOUNT         PIC 9(07)V99 OCCURS 6 TIMES.
       01 WS-DEPT-AMOUNTS.
          05 WS-DEPT-AMOUNT        PIC 9(11)V99 OCCURS 6 TIMES.
       01 WS-GRAND-COUNT           PIC 9(05) VALUE ZERO.
       01 WS-GRAND-AMOUNTS.
          05 WS-GRAND-AMOUNT       PIC 9(11)V99 OCCURS 6 TIMES.
       01 WS-DIV-TABLE.
          05 WS-DIV-ENTRY OCCURS 100 TIMES.
             10 WS-DIV-COUNT       PIC 9(05).
             10 WS-DIV-AMOUNT      PIC 9(11)V99 OCCURS 6 TIMES.
       01 WS-DIV-SUB               PIC 9(03).
       01 WS-AMT-SUB               PIC 9(01).
       01 WS-PRINT-AMOUNTS.
          05 WS-PRINT-AMOUNT       PIC 9(11)V99 OCCURS 6 TIMES.

      * THE SALARY EACH PENDING "U" TRANSACTION WOULD SET - THE
      * LAST ONE FOR AN EMPLOYEE WINS, AS IT WOULD ON THE MASTER.
       01 WS-SAL-COUNT             PIC 9(04) VALUE ZERO.
       01 WS-SAL-TABLE.
          05 WS-SAL-ENTRY OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WS-SAL-COUNT.
             10 WS-SAL-EMPID       PIC 9(05).
             10 WS-SAL-NEW         PIC 9(06)V99.
       01 WS-SAL-SUB               PIC 9(04).
       01 WS-NEW-SALARY            PIC 9(06)V99 VALUE ZERO.

       01 WS-RATE-COUNT            PIC 9(02) VALUE ZERO.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 1 TO 24 TIMES
                  DEPENDING ON WS-RATE-COUNT.
             10 WS-RT-EFF-DATE     PIC 9(08).
             10 WS-RT-BRACKET-1    PIC 9(06).
             10 WS-RT-BRACKET-2    PIC 9(06).
             10 WS-RT-RATE-1       PIC V99.
             10 WS-RT-RATE-2       PIC V99.
             10 WS-RT-RATE-3       PIC V99.
             10 WS-RT-PENSION      PIC V99.
             10 WS-RT-HEALTH       PIC 9(04)V99.
             10 WS-RT-PROTECT      PIC V99.
             10 WS-RT-ER-PENSION   PIC V99.
       01 WS-RATE-SUB              PIC 9(02).

       01 WS-GRADE-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-GRADE-TABLE.
          05 WS-GRADE-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-GRADE-COUNT.
             10 WS-VALID-GRADE     PIC X(02).
             10 WS-GRADE-HRS       PIC X(01).
       01 WS-GRADE-SUB             PIC 9(02).
       01 WS-TS-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-TS-TABLE.
          05 WS-TS-ENTRY OCCURS 1 TO 500 TIMES
                  DEPENDING ON WS-TS-COUNT.
             10 WS-TS-EMPID        PIC 9(05).
             10 WS-TS-REG          PIC 9(03).
             10 WS-TS-OT           PIC 9(03).
       01 WS-TS-SUB                PIC 9(03).
       01 WS-TS-REG-HOURS          PIC 9(03) VALUE ZERO.
       01 WS-TS-OT-HOURS           PIC 9(03) VALUE ZERO.
       01 WS-HOURLY-RATE           PIC 9(04)V99 VALUE ZERO.
       01 WS-OT-PREMIUM            PIC 9(01)V9 VALUE 1.5.

       01 WS-PLAN-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-ENTRY OCCURS 1 TO 100 TIMES
                  DEPENDING ON WS-PLAN-COUNT.
             10 WS-PL-CODE         PIC X(03).
             10 WS-PL-EFF-DATE     PIC 9(08).
             10 WS-PL-RATE-E       PIC 9(04)V99.
             10 WS-PL-RATE-S       PIC 9(04)V99.
             10 WS-PL-RATE-F       PIC 9(04)V99.
             10 WS-PL-CLOSE-DATE   PIC 9(08).
       01 WS-PLAN-SUB              PIC 9(03).
       01 WS-PLAN-PICK             PIC 9(03).
       01 WS-PLAN-BEST-EFF         PIC 9(08).
       01 WS-PREMIUM               PIC 9(04)V99 VALUE ZERO.
       01 WS-BEN-PREMIUM           PIC 9(07)V99 VALUE ZERO.

      * THE EMPLOYEE'S ELECTIONS AND RECEIVABLES, LOADED ONCE AND
      * APPLIED IN EACH SCENARIO WITHOUT TOUCHING THE FILES.
       01 WS-ELEC-COUNT            PIC 9(02) VALUE ZERO.
       01 WS-ELEC-TABLE.
          05 WS-ELEC-ENTRY OCCURS 10 TIMES.
             10 WS-EL-METHOD       PIC X(01).
             10 WS-EL-AMOUNT       PIC 9(06)V99.
             10 WS-EL-PRIORITY     PIC 9(02).
             10 WS-EL-BAL-YN       PIC X(01).
             10 WS-EL-BALANCE      PIC 9(06)V99.
             10 WS-EL-DONE         PIC X(01).
       01 WS-ELEC-SUB              PIC 9(02).
       01 WS-ELEC-PICK             PIC 9(02).
       01 WS-PICK-PRIORITY         PIC 9(02).
       01 WS-RCV-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-RCV-TABLE.
          05 WS-RCV-ENTRY OCCURS 10 TIMES.
             10 WS-RC-INSTALMENT   PIC 9(06)V99.
             10 WS-RC-BALANCE      PIC 9(07)V99.
       01 WS-RCV-SUB               PIC 9(02).
       01 WS-NET-FLOOR             PIC 9(07)V99 VALUE ZERO.
       01 WS-DED-AMOUNT            PIC 9(07)V99 VALUE ZERO.
       01 WS-DED-AVAIL             PIC S9(07)V99 VALUE ZERO.

       01 WS-PRT-LABEL             PIC X(30) VALUE SPACES.
       01 WS-PRT-COUNT             PIC ZZZZ9.
       01 WS-PRT-AMOUNTS.
          05 WS-PRT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99 OCCURS 6 TIMES.
       01 WS-DIFF                  PIC S9(11)V99 VALUE ZERO.
       01 WS-PRT-DIFF-NET          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-DIFF-TAX          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PRT-DIFF-COST         PIC -ZZZ,ZZZ,ZZ9.99.
       01 LOG-PARM.
          05 LOG-PROGRAM           PIC X(08) VALUE "EMPPAYSM".
          05 LOG-SEVERITY          PIC X(01).
          05 LOG-TEXT              PIC X(60).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-SIMULATE-EMPLOYEES THRU 2000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 9999-CLEANUP THRU 9999-EXIT.
           GOBACK.

       1000-INIT.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-FIRST-OF-MONTH.
           MOVE 01 TO WS-FIRST-OF-MONTH (7:2).
           INITIALIZE WS-DIV-TABLE.
           INITIALIZE WS-DEPT-AMOUNTS.
           INITIALIZE WS-GRAND-AMOUNTS.

           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-RATES FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-RATES
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-MAINT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-MAINT
           END-ACCEPT.
           IF WS-ARG-RATES NOT = SPACES
               MOVE WS-ARG-RATES TO WS-PRP-NAME
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMP-STATUS-OK
               DISPLAY "ERROR OPENING EMPFILE"
               DISPLAY "FILE STATUS : " WS-EMP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LOAD-CURRENT-RATES THRU 1100-EXIT.
           PERFORM 1200-LOAD-PROPOSED-RATES THRU 1200-EXIT.
           IF APPLY-MAINT
               PERFORM 1300-LOAD-SALARY-CHANGES THRU 1300-EXIT
           END-IF.
           PERFORM 1400-LOAD-GRADE-FLAGS THRU 1400-EXIT.
           PERFORM 1500-LOAD-TIMESHEETS THRU 1500-EXIT.
           PERFORM 1600-OPEN-BENEFITS THRU 1600-EXIT.
           PERFORM 1800-OPEN-LOCATIONS THRU 1800-EXIT.
           PERFORM 1850-OPEN-ACTING THRU 1850-EXIT.
           PERFORM 1900-LOAD-SHIFT-ROSTER THRU 1900-EXIT.

      * THE DEDUCTION FILES AND THE DEPARTMENT MASTER ARE ALL
      * OPTIONAL HERE - ABSENT, THAT PART OF THE PICTURE IS EMPTY.
           OPEN INPUT ELECT-FILE.
           IF ELC-STATUS-OK
               MOVE "Y" TO WS-ELECT-ACTIVE
           END-IF.
           OPEN INPUT RECV-FILE.
           IF RCV-STATUS-OK
               MOVE "Y" TO WS-RECV-ACTIVE
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS-OK
               MOVE "Y" TO WS-DEPT-ACTIVE
           ELSE
               DISPLAY "NO DEPARTMENT MASTER - ALL DEPARTMENTS "
                       "TOTALLED UNDER DIVISION 00"
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-STATUS-OK
               DISPLAY "ERROR OPENING REPORT-FILE"
               DISPLAY "FILE STATUS : " WS-RPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1700-PRINT-HEADINGS THRU 1700-EXIT.
       1000-EXIT.
           EXIT.

      * THE OLD SIDE IS THE SET IN FORCE ON THE BUSINESS DATE, AS
      * THE LIVE RUN WOULD CHOOSE IT.
       1100-LOAD-CURRENT-RATES.
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
                       IF WS-RATE-COUNT >= 24
                           DISPLAY "RATE TABLE FULL - RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RT-EFF-DATE TO
                               WS-RT-EFF-DATE (WS-RATE-COUNT)
                           MOVE RT-BRACKET-1 TO
                               WS-RT-BRACKET-1 (WS-RATE-COUNT)
                           MOVE RT-BRACKET-2 TO
                               WS-RT-BRACKET-2 (WS-RATE-COUNT)
                           MOVE RT-RATE-1 TO
                               WS-RT-RATE-1 (WS-RATE-COUNT)
                           MOVE RT-RATE-2 TO
                               WS-RT-RATE-2 (WS-RATE-COUNT)
                           MOVE RT-RATE-3 TO
                               WS-RT-RATE-3 (WS-RATE-COUNT)
                           MOVE RT-PENSION-RATE TO
                               WS-RT-PENSION (WS-RATE-COUNT)
                           MOVE RT-HEALTH-FLAT TO
                               WS-RT-HEALTH (WS-RATE-COUNT)
                           MOVE RT-PROTECT-PCT TO
                               WS-RT-PROTECT (WS-RATE-COUNT)
                           MOVE ZERO TO
                               WS-RT-ER-PENSION (WS-RATE-COUNT)
                           IF RT-ER-PENSION-X NUMERIC
                               MOVE RT-ER-PENSION-RATE TO
                                   WS-RT-ER-PENSION (WS-RATE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATES-FILE.

           MOVE "N" TO WS-RATES-FOUND.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-EFF-DATE (WS-RATE-SUB) <= WS-BUSINESS-DATE
                       AND WS-RT-EFF-DATE (WS-RATE-SUB)
                           >= WS-RATES-EFF-DATE
                   MOVE "Y" TO WS-RATES-FOUND
                   PERFORM 1150-TAKE-RATE-SET THRU 1150-EXIT
               END-IF
           END-PERFORM.
           IF NOT RATES-IN-FORCE
               DISPLAY "NO RATE SET IN FORCE ON " WS-BUSINESS-DATE
                       " - NOTHING TO COMPARE AGAINST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TAX-RULES TO WS-OLD-RULES.
           DISPLAY "CURRENT RATES EFFECTIVE  " WS-RATES-EFF-DATE.
       1100-EXIT.
           EXIT.

       1150-TAKE-RATE-SET.
           MOVE WS-RT-EFF-DATE (WS-RATE-SUB) TO WS-RATES-EFF-DATE.
           MOVE WS-RT-BRACKET-1 (WS-RATE-SUB) TO WS-BRACKET-1.
           MOVE WS-RT-BRACKET-2 (WS-RATE-SUB) TO WS-BRACKET-2.
           MOVE WS-RT-RATE-1 (WS-RATE-SUB) TO WS-RATE-1.
           MOVE WS-RT-RATE-2 (WS-RATE-SUB) TO WS-RATE-2.
           MOVE WS-RT-RATE-3 (WS-RATE-SUB) TO WS-RATE-3.
           MOVE WS-RT-PENSION (WS-RATE-SUB) TO WS-PENSION-RATE.
           MOVE WS-RT-HEALTH (WS-RATE-SUB) TO WS-HEALTH-FLAT.
           MOVE WS-RT-PROTECT (WS-RATE-SUB) TO WS-PROTECT-PCT.
           MOVE WS-RT-ER-PENSION (WS-RATE-SUB) TO WS-ER-PENSION-RATE.
       1150-EXIT.
           EXIT.

      * THE PROPOSAL IS NORMALLY DATED AHEAD OF THE BUSINESS DATE,
      * SO ITS LATEST SET IS TAKEN WHATEVER ITS DATE.
       1200-LOAD-PROPOSED-RATES.
           IF WS-PRP-NAME = "CURRENT"
               MOVE WS-OLD-RULES TO WS-NEW-RULES
               DISPLAY "PROPOSED RATES           CURRENT SET"
               GO TO 1200-EXIT
           END-IF.
           OPEN INPUT PROPOSED-FILE.
           IF NOT PRP-STATUS-OK
               DISPLAY "ERROR OPENING PROPOSED RATES " WS-PRP-NAME
               DISPLAY "FILE STATUS : " WS-PRP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZERO TO WS-RATE-COUNT.
           PERFORM UNTIL PRP-FILE-END
               READ PROPOSED-FILE
                   AT END
                       MOVE "Y" TO WS-PRP-FILE-END
                   NOT AT END
                       IF WS-RATE-COUNT >= 24
                           DISPLAY "RATE TABLE FULL - RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-RATE-COUNT
                           MOVE PR-EFF-DATE TO
                               WS-RT-EFF-DATE (WS-RATE-COUNT)
                           MOVE PR-BRACKET-1 TO
                               WS-RT-BRACKET-1 (WS-RATE-COUNT)
                           MOVE PR-BRACKET-2 TO
                               WS-RT-BRACKET-2 (WS-RATE-COUNT)
                           MOVE PR-RATE-1 TO
                               WS-RT-RATE-1 (WS-RATE-COUNT)
                           MOVE PR-RATE-2 TO
                               WS-RT-RATE-2 (WS-RATE-COUNT)
                           MOVE PR-RATE-3 TO
                               WS-RT-RATE-3 (WS-RATE-COUNT)
                           MOVE PR-PENSION-RATE TO
                               WS-RT-PENSION (WS-RATE-COUNT)
                           MOVE PR-HEALTH-FLAT TO
                               WS-RT-HEALTH (WS-RATE-COUNT)
                           MOVE PR-PROTECT-PCT TO
                               WS-RT-PROTECT (WS-RATE-COUNT)
                           MOVE ZERO TO
                               WS-RT-ER-PENSION (WS-RATE-COUNT)
                           IF PR-ER-PENSION-X NUMERIC
                               MOVE PR-ER-PENSION-RATE TO
                                   WS-RT-ER-PENSION (WS-RATE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROPOSED-FILE.
           IF WS-RATE-COUNT = ZERO
               DISPLAY "PROPOSED RATES FILE " WS-PRP-NAME " IS EMPTY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE ZERO TO WS-RATES-EFF-DATE.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               IF WS-RT-EFF-DATE (WS-RATE-SUB) >= WS-RATES-EFF-DATE
                   PERFORM 1150-TAKE-RATE-SET THRU 1150-EXIT
               END-IF
           END-PERFORM.
           MOVE WS-TAX-RULES TO WS-NEW-RULES.
           DISPLAY "PROPOSED RATES EFFECTIVE " WS-RATES-EFF-DATE
                   " FROM " WS-PRP-NAME.
       1200-EXIT.
           EXIT.

      * THE BATCH IS NOT PROVED HERE - INDXDEUP DOES THAT WHEN IT
      * IS APPLIED. A DETAIL WITH NO NUMERIC SALARY IS IGNORED.
       1300-LOAD-SALARY-CHANGES.
           OPEN INPUT MAINT-FILE.
           IF NOT MNT-STATUS-OK
               DISPLAY "NO EMPMAINT.DAT - NO PENDING SALARY CHANGES "
                       "APPLIED"
               GO TO 1300-EXIT
           END-IF.
           PERFORM UNTIL MNT-FILE-END
               READ MAINT-FILE
                   AT END
                       MOVE "Y" TO WS-MNT-FILE-END
                   NOT AT END
                       IF TRANS-ACTION = "U"
                               AND TRANS-EMPSALARY-X NUMERIC
                           PERFORM 1310-NOTE-SALARY-CHANGE
                               THRU 1310-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAINT-FILE.
           DISPLAY "PENDING SALARY CHANGES   " WS-SAL-COUNT.
       1300-EXIT.
           EXIT.

       1310-NOTE-SALARY-CHANGE.
           PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
                   UNTIL WS-SAL-SUB > WS-SAL-COUNT
               IF WS-SAL-EMPID (WS-SAL-SUB) = TRANS-EMPID
                   MOVE TRANS-EMPSALARY TO WS-SAL-NEW (WS-SAL-SUB)
                   GO TO 1310-EXIT
               END-IF
           END-PERFORM.
           IF WS-SAL-COUNT >= 2000
               DISPLAY "SALARY CHANGE TABLE FULL - EMPID "
                       TRANS-EMPID " NOT APPLIED"
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-SAL-COUNT.
           MOVE TRANS-EMPID TO WS-SAL-EMPID (WS-SAL-COUNT).
           MOVE TRANS-EMPSALARY TO WS-SAL-NEW (WS-SAL-COUNT).
       1310-EXIT.
           EXIT.

       1400-LOAD-GRADE-FLAGS.
           OPEN INPUT GRADE-FILE.
           IF NOT GRADE-FILE-STATUS-OK
               DISPLAY "ERROR OPENING GRADE-FILE"
               DISPLAY "FILE STATUS : " WS-GRADE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL GRADE-FILE-END
               READ GRADE-FILE
                   AT END
                       MOVE "Y" TO WS-GRADE-FILE-END
                   NOT AT END
                       IF WS-GRADE-COUNT >= 20
                           DISPLAY "GRADE TABLE FULL - RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE GRD-GRADE TO
                               WS-VALID-GRADE (WS-GRADE-COUNT)
                           MOVE GRD-PAY-BY-HOURS TO
                               WS-GRADE-HRS (WS-GRADE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GRADE-FILE.
       1400-EXIT.
           EXIT.

      * WITHOUT THIS MONTH'S CLEAN TIMESHEETS AN HOURLY EMPLOYEE
      * CANNOT BE SIMULATED, EXACTLY AS THE LIVE RUN CANNOT PAY
      * THEM - THEY ARE COUNTED AND LEFT OUT.
       1500-LOAD-TIMESHEETS.
           OPEN INPUT TIMEEDT-FILE.
           IF NOT TSE-STATUS-OK
               GO TO 1500-EXIT
           END-IF.
           PERFORM UNTIL TSE-FILE-END
               READ TIMEEDT-FILE
                   AT END
                       MOVE "Y" TO WS-TSE-FILE-END
                   NOT AT END
                       IF TSE-PERIOD = WS-BUSINESS-DATE (1:6)
                           IF WS-TS-COUNT < 500
                               ADD 1 TO WS-TS-COUNT
                               MOVE TSE-EMPID TO
                                   WS-TS-EMPID (WS-TS-COUNT)
                               MOVE TSE-REG-HOURS TO
                                   WS-TS-REG (WS-TS-COUNT)
                               MOVE TSE-OT-HOURS TO
                                   WS-TS-OT (WS-TS-COUNT)
                           ELSE
                               DISPLAY "TIMESHEET TABLE FULL - "
                                       "RECORD DROPPED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIMEEDT-FILE.
       1500-EXIT.
           EXIT.

      * NO ENROLLMENT FILE MEANS THE FLAT PREMIUM OF EACH RATE SET
      * APPLIES, AS IN THE LIVE RUN.
       1600-OPEN-BENEFITS.
           OPEN INPUT BENE-FILE.
           IF NOT BEN-STATUS-OK
               GO TO 1600-EXIT
           END-IF.
           OPEN INPUT PLAN-FILE.
           IF NOT PLN-STATUS-OK
               DISPLAY "ERROR OPENING PLAN-FILE"
               DISPLAY "FILE STATUS : " WS-PLN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO WS-BENEFITS-ACTIVE.
           PERFORM UNTIL PLN-FILE-END
               READ PLAN-FILE
                   AT END
                       MOVE "Y" TO WS-PLN-FILE-END
                   NOT AT END
                       IF WS-PLAN-COUNT >= 100
                           DISPLAY "PLAN TABLE FULL - RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE PLN-CODE TO
                               WS-PL-CODE (WS-PLAN-COUNT)
                           MOVE PLN-EFF-DATE TO
                               WS-PL-EFF-DATE (WS-PLAN-COUNT)
                           MOVE PLN-RATE-E TO
                               WS-PL-RATE-E (WS-PLAN-COUNT)
                           MOVE PLN-RATE-S TO
                               WS-PL-RATE-S (WS-PLAN-COUNT)
                           MOVE PLN-RATE-F TO
                               WS-PL-RATE-F (WS-PLAN-COUNT)
                           MOVE PLN-CLOSE-DATE TO
                               WS-PL-CLOSE-DATE (WS-PLAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.
       1600-EXIT.
           EXIT.

      * THE LOCATION FILE IS OPTIONAL - WITHOUT IT EVERYONE IS AT
      * HEAD OFFICE, ON PAYRATES.DAT AND CALENDAR.DAT.
       1800-OPEN-LOCATIONS.
           OPEN INPUT LOC-FILE.
           IF ELO-FILE-NOT-FOUND
               GO TO 1800-EXIT
           END-IF.
           IF NOT ELO-STATUS-OK
               DISPLAY "ERROR OPENING LOC-FILE"
               DISPLAY "FILE STATUS : " WS-ELO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO WS-LOCATIONS-ACTIVE.
       1800-EXIT.
           EXIT.

      * THE ACTING FILE IS OPTIONAL - WITHOUT IT NO ALLOWANCE IS
      * SIMULATED. ITS PRORATION WALKS THE BUSINESS MONTH, WHOSE
      * BOUNDS ARE SET HERE.
       1850-OPEN-ACTING.
           OPEN INPUT ACT-FILE.
           IF ACT-FILE-NOT-FOUND
               GO TO 1850-EXIT
           END-IF.
           IF NOT ACT-STATUS-OK
               DISPLAY "ERROR OPENING ACT-FILE"
               DISPLAY "FILE STATUS : " WS-ACT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO WS-ACTING-ACTIVE.
           IF WS-BUS-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-BUS-YEAR + 1
               MOVE 01 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-BUS-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-BUS-MONTH + 1
           END-IF.
           COMPUTE WS-WALK-DATE =
               (WS-NEXT-YEAR * 10000) + (WS-NEXT-MONTH * 100) + 1.
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-WALK-DATE) - 1.
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-FIRST-OF-MONTH).
       1850-EXIT.
           EXIT.

      * THE SHIFT MASTER AND THE ROSTER ARE BOTH OPTIONAL: WITHOUT
      * EITHER NO DIFFERENTIAL IS SIMULATED. A ROSTERED SHIFT CODE
      * NOT ON THE MASTER IS REPORTED AND EARNS NOTHING.
       1900-LOAD-SHIFT-ROSTER.
           OPEN INPUT SHIFT-FILE.
           IF NOT SHF-STATUS-OK
               GO TO 1900-EXIT
           END-IF.
           PERFORM UNTIL SHF-FILE-END
               READ SHIFT-FILE
                   AT END
                       MOVE "Y" TO WS-SHF-FILE-END
                   NOT AT END
                       IF WS-SHF-COUNT < 50
                           ADD 1 TO WS-SHF-COUNT
                           MOVE SHF-CODE TO WS-SHF-CODE (WS-SHF-COUNT)
                           MOVE SHF-HOURS TO
                               WS-SHF-HOURS (WS-SHF-COUNT)
                           MOVE SHF-NIGHT-PCT TO
                               WS-SHF-NIGHT (WS-SHF-COUNT)
                           MOVE SHF-WEEKEND-PCT TO
                               WS-SHF-WEEKEND (WS-SHF-COUNT)
                       ELSE
                           DISPLAY "SHIFT TABLE FULL - " SHF-CODE
                                   " DROPPED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHIFT-FILE.

           OPEN INPUT ROSTER-FILE.
           IF NOT RST-STATUS-OK
               GO TO 1900-EXIT
           END-IF.
           PERFORM UNTIL RST-FILE-END
               READ ROSTER-FILE
                   AT END
                       MOVE "Y" TO WS-RST-FILE-END
                   NOT AT END
                       IF RST-DATE (1:6) = WS-BUSINESS-DATE (1:6)
                           PERFORM 1910-TAKE-ROSTER-DAY THRU 1910-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       1900-EXIT.
           EXIT.

       1910-TAKE-ROSTER-DAY.
           PERFORM VARYING WS-SHF-SUB FROM 1 BY 1
                   UNTIL WS-SHF-SUB > WS-SHF-COUNT
               IF WS-SHF-CODE (WS-SHF-SUB) = RST-SHIFT
                   GO TO 1910-HAVE-SHIFT
               END-IF
           END-PERFORM.
           DISPLAY "SHIFT " RST-SHIFT " ROSTERED TO " RST-EMPID
                   " IS NOT ON THE SHIFT MASTER".
           GO TO 1910-EXIT.

       1910-HAVE-SHIFT.
      * 0 IS SUNDAY AND 6 IS SATURDAY.
           COMPUTE WS-SD-WEEKDAY = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (RST-DATE) 7).
           MOVE WS-SHF-NIGHT (WS-SHF-SUB) TO WS-SD-DAY-PCT.
           IF WS-SD-WEEKDAY = 0 OR WS-SD-WEEKDAY = 6
               ADD WS-SHF-WEEKEND (WS-SHF-SUB) TO WS-SD-DAY-PCT
           END-IF.
           IF WS-SD-DAY-PCT = ZERO
               GO TO 1910-EXIT
           END-IF.
           PERFORM VARYING WS-SD-SUB FROM 1 BY 1
                   UNTIL WS-SD-SUB > WS-SD-COUNT
               IF WS-SD-EMPID (WS-SD-SUB) = RST-EMPID
                   COMPUTE WS-SD-PCT-HOURS (WS-SD-SUB) =
                       WS-SD-PCT-HOURS (WS-SD-SUB)
                       + (WS-SHF-HOURS (WS-SHF-SUB) * WS-SD-DAY-PCT)
                   GO TO 1910-EXIT
               END-IF
           END-PERFORM.
           IF WS-SD-COUNT >= 500
               DISPLAY "ROSTER TABLE FULL - NO DIFFERENTIAL FOR "
                       RST-EMPID
               GO TO 1910-EXIT
           END-IF.
           ADD 1 TO WS-SD-COUNT.
           MOVE RST-EMPID TO WS-SD-EMPID (WS-SD-COUNT).
           COMPUTE WS-SD-PCT-HOURS (WS-SD-COUNT) =
               WS-SHF-HOURS (WS-SHF-SUB) * WS-SD-DAY-PCT.
       1910-EXIT.
           EXIT.

       1700-PRINT-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAYROLL WHAT-IF SIMULATION FOR PERIOD "
                  WS-BUSINESS-DATE (1:6)
                  "  -  NOTHING HAS BEEN PAID OR POSTED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OLD-RULES TO WS-TAX-RULES.
           MOVE SPACES TO REPORT-LINE.
           STRING "OLD: RATES EFFECTIVE " WS-RATES-EFF-DATE
                  " FROM PAYRATES.DAT, CURRENT SALARIES"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NEW-RULES TO WS-TAX-RULES.
           MOVE SPACES TO REPORT-LINE.
           IF APPLY-MAINT
               STRING "NEW: RATES EFFECTIVE " WS-RATES-EFF-DATE
                      " FROM " WS-PRP-NAME
                      " WITH EMPMAINT.DAT SALARIES (*)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "NEW: RATES EFFECTIVE " WS-RATES-EFF-DATE
                      " FROM " WS-PRP-NAME ", CURRENT SALARIES"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF LOCATIONS-ACTIVE
               MOVE SPACES TO REPORT-LINE
               STRING "EMPLOYEES AT A LOCATION WITH ITS OWN RATES "
                      "MASTER: THAT MASTER'S SET IN FORCE, BOTH SIDES"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPID NAME                 DEPT  "
                  "       OLD NET        NEW NET"
                  "        OLD TAX        NEW TAX"
                  "       OLD COST       NEW COST"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       1700-EXIT.
           EXIT.

      * THE SAME BROWSE AND THE SAME SELECTION AS THE REGULAR RUN:
      * DEPARTMENT ORDER OFF THE EMPDEPT INDEX, TERMINATED AND
      * ON-LEAVE EMPLOYEES NOT PAID.
       2000-SIMULATE-EMPLOYEES.
           MOVE ZERO TO EMPDEPT.
           START EMPFILE KEY >= EMPDEPT
               INVALID KEY
                   DISPLAY "EMPFILE IS EMPTY - NOTHING TO SIMULATE"
                   MOVE "Y" TO WS-EMP-FILE-END
           END-START.
           PERFORM UNTIL EMP-FILE-END
               READ EMPFILE NEXT
                   AT END
                       MOVE "Y" TO WS-EMP-FILE-END
                   NOT AT END
                       EVALUATE TRUE
                           WHEN EMP-TERMINATED
                               ADD 1 TO WS-TERM-COUNT
                           WHEN EMP-ON-LEAVE
                               ADD 1 TO WS-LEAVE-COUNT
                           WHEN OTHER
                               PERFORM 2080-CHECK-HOURLY
                                   THRU 2080-EXIT
                               IF EMP-IS-HOURLY
                                       AND NOT TIMESHEET-FOUND
                                   ADD 1 TO WS-NOHOURS-COUNT
                               ELSE
                                   PERFORM 2100-SIMULATE-ONE-EMP
                                       THRU 2100-EXIT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF NOT FIRST-RECORD
               PERFORM 4000-DEPT-BREAK THRU 4000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2080-CHECK-HOURLY.
           MOVE "N" TO WS-EMP-HOURLY.
           MOVE "N" TO WS-TS-FOUND.
           MOVE ZERO TO WS-TS-REG-HOURS.
           MOVE ZERO TO WS-TS-OT-HOURS.
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
               IF EMPGRADE = WS-VALID-GRADE (WS-GRADE-SUB)
                   IF WS-GRADE-HRS (WS-GRADE-SUB) = "H"
                       MOVE "Y" TO WS-EMP-HOURLY
                   END-IF
                   MOVE WS-GRADE-COUNT TO WS-GRADE-SUB
               END-IF
           END-PERFORM.
           IF NOT EMP-IS-HOURLY
               GO TO 2080-EXIT
           END-IF.
           PERFORM VARYING WS-TS-SUB FROM 1 BY 1
                   UNTIL WS-TS-SUB > WS-TS-COUNT
               IF WS-TS-EMPID (WS-TS-SUB) = EMPID
                   MOVE "Y" TO WS-TS-FOUND
                   MOVE WS-TS-REG (WS-TS-SUB) TO WS-TS-REG-HOURS
                   MOVE WS-TS-OT (WS-TS-SUB)  TO WS-TS-OT-HOURS
                   MOVE WS-TS-COUNT TO WS-TS-SUB
               END-IF
           END-PERFORM.
       2080-EXIT.
           EXIT.

       2100-SIMULATE-ONE-EMP.
           PERFORM 2050-RESOLVE-LOCATION THRU 2050-EXIT.
           IF NOT LOC-RATES-OK
               GO TO 2100-EXIT
           END-IF.
           IF NOT FIRST-RECORD AND EMPDEPT NOT = WS-PREV-DEPT
               PERFORM 4000-DEPT-BREAK THRU 4000-EXIT
           END-IF.
           MOVE "N" TO WS-FIRST-RECORD.
           MOVE EMPDEPT TO WS-PREV-DEPT.

           PERFORM 2200-LOAD-DEDUCTIONS THRU 2200-EXIT.
           MOVE ZERO TO WS-ACT-DAYS.
           IF ACTING-ACTIVE
               PERFORM 2500-COUNT-ACTING THRU 2500-EXIT
           END-IF.

           MOVE EMPSALARY TO WS-NEW-SALARY.
           MOVE "N" TO WS-SALARY-CHANGED.
           PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
                   UNTIL WS-SAL-SUB > WS-SAL-COUNT
               IF WS-SAL-EMPID (WS-SAL-SUB) = EMPID
                   MOVE WS-SAL-NEW (WS-SAL-SUB) TO WS-NEW-SALARY
                   MOVE "Y" TO WS-SALARY-CHANGED
                   MOVE WS-SAL-COUNT TO WS-SAL-SUB
               END-IF
           END-PERFORM.
           IF SALARY-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

           IF LOC-HAS-RATES
               MOVE WS-LOC-RULES TO WS-TAX-RULES
           ELSE
               MOVE WS-OLD-RULES TO WS-TAX-RULES
           END-IF.
           MOVE EMPSALARY TO WS-CALC-SALARY.
           PERFORM 3000-COMPUTE-PAY THRU 3000-EXIT.
           MOVE WS-MONTH-NET TO WS-EMP-AMOUNT (1).
           MOVE WS-MONTH-TAX TO WS-EMP-AMOUNT (3).
           MOVE WS-MONTH-COST TO WS-EMP-AMOUNT (5).

           IF LOC-HAS-RATES
               MOVE WS-LOC-RULES TO WS-TAX-RULES
           ELSE
               MOVE WS-NEW-RULES TO WS-TAX-RULES
           END-IF.
           MOVE WS-NEW-SALARY TO WS-CALC-SALARY.
           PERFORM 3000-COMPUTE-PAY THRU 3000-EXIT.
           MOVE WS-MONTH-NET TO WS-EMP-AMOUNT (2).
           MOVE WS-MONTH-TAX TO WS-EMP-AMOUNT (4).
           MOVE WS-MONTH-COST TO WS-EMP-AMOUNT (6).

           ADD 1 TO WS-SIM-COUNT.
           ADD 1 TO WS-DEPT-COUNT.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               ADD WS-EMP-AMOUNT (WS-AMT-SUB)
                   TO WS-DEPT-AMOUNT (WS-AMT-SUB)
               MOVE WS-EMP-AMOUNT (WS-AMT-SUB)
                   TO WS-PRINT-AMOUNT (WS-AMT-SUB)
           END-PERFORM.

           MOVE SPACES TO WS-PRT-LABEL.
           STRING EMPID " " EMPNAME " " EMPDEPT
               DELIMITED BY SIZE INTO WS-PRT-LABEL.
           IF SALARY-CHANGED
               MOVE "*" TO WS-PRT-LABEL (30:1)
           END-IF.
           PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.
       2100-EXIT.
           EXIT.

      * THE EMPLOYEE'S LOCATION ON THE BUSINESS DATE DECIDES WHICH
      * RATES WORK THEM AND WHICH HOLIDAYS COUNT, AS IN EMPPAYRUN.
      * A LOCATION NOT ON WORKLOC.DAT IS WORKED AS HEAD OFFICE; A
      * LOCATION WHOSE RATES MASTER HAS NO SET IN FORCE IS LEFT OUT.
       2050-RESOLVE-LOCATION.
           MOVE SPACES TO WS-EMP-LOCATION.
           MOVE "Y" TO WS-LOC-RATES-OK.
           MOVE "N" TO WS-LOC-HAS-RATES.
           IF NOT LOCATIONS-ACTIVE
               GO TO 2050-EXIT
           END-IF.
           MOVE EMPID TO ELO-EMPID.
           READ LOC-FILE
               INVALID KEY
                   GO TO 2050-EXIT
           END-READ.
           IF ELO-EFF-DATE <= WS-BUSINESS-DATE
               MOVE ELO-LOCATION TO WS-EMP-LOCATION
           ELSE
               MOVE ELO-PRIOR-LOC TO WS-EMP-LOCATION
           END-IF.
           IF WS-EMP-LOCATION = SPACES
               GO TO 2050-EXIT
           END-IF.
           MOVE "L" TO LC-REQUEST.
           MOVE WS-EMP-LOCATION TO LC-LOCATION.
           CALL "LOCCAL" USING LC-PARM.
           IF LC-RESULT NOT = "Y"
               DISPLAY "LOCATION " WS-EMP-LOCATION " OF " EMPID
                       " NOT ON MASTER - HEAD OFFICE"
               MOVE SPACES TO WS-EMP-LOCATION
               GO TO 2050-EXIT
           END-IF.
           IF LC-RATES-FILE = SPACES
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2060-FIND-LOC-RATES THRU 2060-EXIT.
           IF WS-LR-FOUND (WS-LR-SUB) = "Y"
               MOVE WS-LR-RULES (WS-LR-SUB) TO WS-LOC-RULES
               MOVE "Y" TO WS-LOC-HAS-RATES
               GO TO 2050-EXIT
           END-IF.
           MOVE "N" TO WS-LOC-RATES-OK.
           ADD 1 TO WS-NO-LOC-RATES-COUNT.
           DISPLAY "NO LOCATION RATES - NOT SIMULATED: " EMPID.
       2050-EXIT.
           EXIT.

      * EACH LOCATION RATES MASTER IS READ ONCE, THE FIRST TIME IT
      * IS NEEDED, AND THE SET IN FORCE ON THE BUSINESS DATE KEPT -
      * THE SAME CHOICE 1100-LOAD-CURRENT-RATES MAKES FOR HEAD
      * OFFICE.
       2060-FIND-LOC-RATES.
           PERFORM VARYING WS-LR-SUB FROM 1 BY 1
                   UNTIL WS-LR-SUB > WS-LR-COUNT
               IF WS-LR-FILE (WS-LR-SUB) = LC-RATES-FILE
                   GO TO 2060-EXIT
               END-IF
           END-PERFORM.
           IF WS-LR-COUNT < 20
               ADD 1 TO WS-LR-COUNT
           END-IF.
           MOVE WS-LR-COUNT TO WS-LR-SUB.
           MOVE LC-RATES-FILE TO WS-LR-FILE (WS-LR-SUB).
           MOVE "N" TO WS-LR-FOUND (WS-LR-SUB).
           MOVE ZERO TO WS-LR-BEST-EFF.
           MOVE LC-RATES-FILE TO WS-LOC-RATES-NAME.
           OPEN INPUT LOCRATES-FILE.
           IF NOT LRT-STATUS-OK
               DISPLAY "LOCATION RATES MASTER MISSING: "
                       WS-LOC-RATES-NAME
               GO TO 2060-EXIT
           END-IF.
           MOVE "N" TO WS-LRT-FILE-END.
           PERFORM UNTIL LRT-FILE-END
               READ LOCRATES-FILE
                   AT END
                       MOVE "Y" TO WS-LRT-FILE-END
                   NOT AT END
                       IF LRT-EFF-DATE <= WS-BUSINESS-DATE
                               AND LRT-EFF-DATE >= WS-LR-BEST-EFF
                           PERFORM 2065-TAKE-LOC-RATES THRU 2065-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOCRATES-FILE.
           IF WS-LR-FOUND (WS-LR-SUB) = "Y"
               DISPLAY "RATES " WS-LOC-RATES-NAME " EFFECTIVE "
                       WS-LR-BEST-EFF " IN FORCE FOR BOTH SIDES"
           ELSE
               DISPLAY "NO RATE SET IN FORCE ON " WS-LOC-RATES-NAME
           END-IF.
       2060-EXIT.
           EXIT.

       2065-TAKE-LOC-RATES.
           MOVE LRT-EFF-DATE     TO WS-LR-BEST-EFF.
           MOVE LRT-EFF-DATE     TO WS-RATES-EFF-DATE.
           MOVE LRT-BRACKET-1    TO WS-BRACKET-1.
           MOVE LRT-BRACKET-2    TO WS-BRACKET-2.
           MOVE LRT-RATE-1       TO WS-RATE-1.
           MOVE LRT-RATE-2       TO WS-RATE-2.
           MOVE LRT-RATE-3       TO WS-RATE-3.
           MOVE LRT-PENSION-RATE TO WS-PENSION-RATE.
           MOVE LRT-HEALTH-FLAT  TO WS-HEALTH-FLAT.
           MOVE LRT-PROTECT-PCT  TO WS-PROTECT-PCT.
           MOVE ZERO TO WS-ER-PENSION-RATE.
           IF LRT-ER-PENSION-X NUMERIC
               MOVE LRT-ER-PENSION-RATE TO WS-ER-PENSION-RATE
           END-IF.
           MOVE WS-TAX-RULES TO WS-LR-RULES (WS-LR-SUB).
           MOVE "Y" TO WS-LR-FOUND (WS-LR-SUB).
       2065-EXIT.
           EXIT.

      * THE EMPLOYEE'S PLAN PREMIUMS, ELECTIONS AND RECEIVABLES ARE
      * READ ONCE - THEY DO NOT DEPEND ON THE RATE SET.
       2200-LOAD-DEDUCTIONS.
           MOVE ZERO TO WS-BEN-PREMIUM.
           IF BENEFITS-ACTIVE
               PERFORM 2250-PRICE-BENEFITS THRU 2250-EXIT
           END-IF.
           MOVE ZERO TO WS-ELEC-COUNT.
           IF ELECT-ACTIVE
               PERFORM 2300-LOAD-ELECTIONS THRU 2300-EXIT
           END-IF.
           MOVE ZERO TO WS-RCV-COUNT.
           IF RECV-ACTIVE
               PERFORM 2400-LOAD-RECEIVABLES THRU 2400-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2250-PRICE-BENEFITS.
           MOVE "N" TO WS-BEN-BROWSE-END.
           MOVE EMPID TO BEN-EMPID.
           MOVE LOW-VALUES TO BEN-PLAN.
           START BENE-FILE KEY >= BEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BEN-BROWSE-END
           END-START.
           PERFORM UNTIL BEN-BROWSE-END
               READ BENE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-BEN-BROWSE-END
                   NOT AT END
                       IF BEN-EMPID NOT = EMPID
                           MOVE "Y" TO WS-BEN-BROWSE-END
                       ELSE
                           IF BEN-EFF-DATE <= WS-BUSINESS-DATE
                                   AND (BEN-STOP-DATE = ZERO
                                   OR BEN-STOP-DATE
                                       >= WS-FIRST-OF-MONTH)
                               PERFORM 2260-PRICE-ONE-PLAN
                                   THRU 2260-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2250-EXIT.
           EXIT.

      * A CLOSED OR UNKNOWN PLAN IS NOT CHARGED, AS IN THE LIVE RUN.
       2260-PRICE-ONE-PLAN.
           MOVE ZERO TO WS-PLAN-PICK.
           MOVE ZERO TO WS-PLAN-BEST-EFF.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PL-CODE (WS-PLAN-SUB) = BEN-PLAN
                       AND WS-PL-EFF-DATE (WS-PLAN-SUB)
                           <= WS-BUSINESS-DATE
                       AND WS-PL-EFF-DATE (WS-PLAN-SUB)
                           >= WS-PLAN-BEST-EFF
                   MOVE WS-PLAN-SUB TO WS-PLAN-PICK
                   MOVE WS-PL-EFF-DATE (WS-PLAN-SUB)
                       TO WS-PLAN-BEST-EFF
               END-IF
           END-PERFORM.
           IF WS-PLAN-PICK = ZERO
               GO TO 2260-EXIT
           END-IF.
           IF WS-PL-CLOSE-DATE (WS-PLAN-PICK) NOT = ZERO
                   AND WS-PL-CLOSE-DATE (WS-PLAN-PICK)
                       <= WS-BUSINESS-DATE
               GO TO 2260-EXIT
           END-IF.
           EVALUATE BEN-TIER
               WHEN "S"
                   MOVE WS-PL-RATE-S (WS-PLAN-PICK) TO WS-PREMIUM
               WHEN "F"
                   MOVE WS-PL-RATE-F (WS-PLAN-PICK) TO WS-PREMIUM
               WHEN OTHER
                   MOVE WS-PL-RATE-E (WS-PLAN-PICK) TO WS-PREMIUM
           END-EVALUATE.
           ADD WS-PREMIUM TO WS-BEN-PREMIUM.
       2260-EXIT.
           EXIT.

       2300-LOAD-ELECTIONS.
           MOVE "N" TO WS-ELC-BROWSE-END.
           MOVE EMPID TO ELEC-EMPID.
           MOVE SPACES TO ELEC-DED-CODE.
           START ELECT-FILE KEY >= ELEC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ELC-BROWSE-END
           END-START.
           PERFORM UNTIL ELC-BROWSE-END
               READ ELECT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ELC-BROWSE-END
                   NOT AT END
                       IF ELEC-EMPID NOT = EMPID
                           MOVE "Y" TO WS-ELC-BROWSE-END
                       ELSE
                           IF (ELEC-STOP-DATE NOT = ZERO
                                   AND ELEC-STOP-DATE
                                       < WS-BUSINESS-DATE)
                               OR (ELEC-HAS-BALANCE
                                   AND ELEC-BALANCE = ZERO)
                               CONTINUE
                           ELSE
                               IF WS-ELEC-COUNT < 10
                                   ADD 1 TO WS-ELEC-COUNT
                                   MOVE ELEC-METHOD TO
                                       WS-EL-METHOD (WS-ELEC-COUNT)
                                   MOVE ELEC-AMOUNT TO
                                       WS-EL-AMOUNT (WS-ELEC-COUNT)
                                   MOVE ELEC-PRIORITY TO
                                       WS-EL-PRIORITY (WS-ELEC-COUNT)
                                   MOVE ELEC-BAL-YN TO
                                       WS-EL-BAL-YN (WS-ELEC-COUNT)
                                   MOVE ELEC-BALANCE TO
                                       WS-EL-BALANCE (WS-ELEC-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2300-EXIT.
           EXIT.

       2400-LOAD-RECEIVABLES.
           MOVE "N" TO WS-RCV-BROWSE-END.
           MOVE EMPID TO RCV-EMPID.
           MOVE LOW-VALUES TO RCV-TYPE.
           MOVE ZERO TO RCV-SEQ.
           START RECV-FILE KEY >= RCV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RCV-BROWSE-END
           END-START.
           PERFORM UNTIL RCV-BROWSE-END
               READ RECV-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-RCV-BROWSE-END
                   NOT AT END
                       IF RCV-EMPID NOT = EMPID
                           MOVE "Y" TO WS-RCV-BROWSE-END
                       ELSE
                           IF RCV-BALANCE > ZERO
                                   AND WS-RCV-COUNT < 10
                               ADD 1 TO WS-RCV-COUNT
                               MOVE RCV-INSTALMENT TO
                                   WS-RC-INSTALMENT (WS-RCV-COUNT)
                               MOVE RCV-BALANCE TO
                                   WS-RC-BALANCE (WS-RCV-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2400-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * THE DAYS OF AN ACTING ASSIGNMENT, AS EMPPAYRUN 2280 COUNTS
      * THEM: THE WORKING DAYS FROM THE LATER OF THE START DATE AND
      * THE FIRST OF THE MONTH TO THE EARLIER OF THE PLANNED END AND
      * THE MONTH END, OUT OF THE MONTH'S WORKING DAYS AT THE
      * EMPLOYEE'S LOCATION. THE AMOUNT IS WORKED PER SCENARIO IN
      * 3300-PAY-ACTING.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2500-COUNT-ACTING.
           MOVE ZERO TO WS-ACT-WORK-DAYS.
           MOVE EMPID TO ACT-EMPID.
           READ ACT-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ.
           IF ACT-END-DATE < WS-FIRST-OF-MONTH
               GO TO 2500-EXIT
           END-IF.
           MOVE ACT-END-DATE TO WS-ACT-STOP-DATE.
           MOVE WS-MONTH-START-INT TO WS-WALK-INT.
           PERFORM 2510-COUNT-ACTING-DAY THRU 2510-EXIT
               UNTIL WS-WALK-INT > WS-MONTH-END-INT.
       2500-EXIT.
           EXIT.

       2510-COUNT-ACTING-DAY.
           COMPUTE WS-WALK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
           MOVE "D" TO LC-REQUEST.
           MOVE WS-EMP-LOCATION TO LC-LOCATION.
           MOVE WS-WALK-DATE TO LC-DATE.
           CALL "LOCCAL" USING LC-PARM.
           IF LC-WORK-DAY = "Y"
               ADD 1 TO WS-ACT-WORK-DAYS
               IF WS-WALK-DATE NOT < ACT-START-DATE
                   AND WS-WALK-DATE NOT > WS-ACT-STOP-DATE
                   ADD 1 TO WS-ACT-DAYS
               END-IF
           END-IF.
           ADD 1 TO WS-WALK-INT.
       2510-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ONE SCENARIO'S GROSS-TO-NET FOR THE SALARY IN WS-CALC-SALARY
      * AT THE RATE SET IN WS-TAX-RULES - THE REGULAR RUN'S RULES
      * (EMPPAYRUN 2200), SHIFT DIFFERENTIAL AND ACTING ALLOWANCE
      * INCLUDED, WITHOUT RETRO ARREARS, WHICH ARE ONE-OFF.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       3000-COMPUTE-PAY.
           COMPUTE WS-MONTH-GROSS ROUNDED = WS-CALC-SALARY / 12.
           IF EMP-IS-HOURLY AND TIMESHEET-FOUND
               COMPUTE WS-HOURLY-RATE ROUNDED = WS-CALC-SALARY / 2080
               COMPUTE WS-MONTH-GROSS ROUNDED =
                   (WS-TS-REG-HOURS * WS-HOURLY-RATE)
                   + (WS-TS-OT-HOURS * WS-HOURLY-RATE
                       * WS-OT-PREMIUM)
           END-IF.

      * THE SHIFT DIFFERENTIAL ON THE ROSTERED SHIFTS IS ADDED TO
      * THE HOURS PAY.
           MOVE ZERO TO WS-MONTH-SHIFT-DIFF.
           IF EMP-IS-HOURLY AND TIMESHEET-FOUND
               PERFORM VARYING WS-SD-SUB FROM 1 BY 1
                       UNTIL WS-SD-SUB > WS-SD-COUNT
                   IF WS-SD-EMPID (WS-SD-SUB) = EMPID
                       COMPUTE WS-MONTH-SHIFT-DIFF ROUNDED =
                           WS-HOURLY-RATE
                           * WS-SD-PCT-HOURS (WS-SD-SUB) / 100
                       MOVE WS-SD-COUNT TO WS-SD-SUB
                   END-IF
               END-PERFORM
               ADD WS-MONTH-SHIFT-DIFF TO WS-MONTH-GROSS
           END-IF.

      * SO IS THE ACTING ALLOWANCE, FOR THE DAYS ACTED THIS MONTH.
           MOVE ZERO TO WS-MONTH-ACTING.
           IF WS-ACT-DAYS > ZERO
               PERFORM 3300-PAY-ACTING THRU 3300-EXIT
               ADD WS-MONTH-ACTING TO WS-MONTH-GROSS
           END-IF.

           EVALUATE TRUE
               WHEN WS-CALC-SALARY <= WS-BRACKET-1
                   COMPUTE WS-ANNUAL-TAX ROUNDED =
                       WS-CALC-SALARY * WS-RATE-1
               WHEN WS-CALC-SALARY <= WS-BRACKET-2
                   COMPUTE WS-ANNUAL-TAX ROUNDED =
                       (WS-BRACKET-1 * WS-RATE-1)
                       + ((WS-CALC-SALARY - WS-BRACKET-1)
                           * WS-RATE-2)
               WHEN OTHER
                   COMPUTE WS-ANNUAL-TAX ROUNDED =
                       (WS-BRACKET-1 * WS-RATE-1)
                       + ((WS-BRACKET-2 - WS-BRACKET-1) * WS-RATE-2)
                       + ((WS-CALC-SALARY - WS-BRACKET-2)
                           * WS-RATE-3)
           END-EVALUATE.
           COMPUTE WS-MONTH-TAX ROUNDED = WS-ANNUAL-TAX / 12.
           COMPUTE WS-MONTH-PENSION ROUNDED =
               WS-MONTH-GROSS * WS-PENSION-RATE.
           IF BENEFITS-ACTIVE
               MOVE WS-BEN-PREMIUM TO WS-MONTH-HEALTH
           ELSE
               MOVE WS-HEALTH-FLAT TO WS-MONTH-HEALTH
           END-IF.

           COMPUTE WS-MONTH-NET = WS-MONTH-GROSS - WS-MONTH-TAX
               - WS-MONTH-PENSION - WS-MONTH-HEALTH
               ON SIZE ERROR
                   MOVE ZERO TO WS-MONTH-NET
           END-COMPUTE.
           IF WS-MONTH-NET = ZERO
                   OR WS-MONTH-GROSS < (WS-MONTH-TAX
                       + WS-MONTH-PENSION + WS-MONTH-HEALTH)
               COMPUTE WS-MONTH-HEALTH =
                   WS-MONTH-GROSS - WS-MONTH-TAX - WS-MONTH-PENSION
               MOVE ZERO TO WS-MONTH-NET
           END-IF.

           MOVE ZERO TO WS-MONTH-VOLDED.
           COMPUTE WS-NET-FLOOR ROUNDED =
               WS-MONTH-GROSS * WS-PROTECT-PCT.
           PERFORM 3100-RECOVER-ONE-ITEM THRU 3100-EXIT
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > WS-RCV-COUNT.
           PERFORM VARYING WS-ELEC-SUB FROM 1 BY 1
                   UNTIL WS-ELEC-SUB > WS-ELEC-COUNT
               MOVE "N" TO WS-EL-DONE (WS-ELEC-SUB)
           END-PERFORM.
           PERFORM 3200-TAKE-NEXT-ELECTION THRU 3200-EXIT
               WS-ELEC-COUNT TIMES.

           COMPUTE WS-MONTH-ER-PENSION ROUNDED =
               WS-MONTH-GROSS * WS-ER-PENSION-RATE.
           COMPUTE WS-MONTH-COST =
               WS-MONTH-GROSS + WS-MONTH-ER-PENSION.
       3000-EXIT.
           EXIT.

       3100-RECOVER-ONE-ITEM.
           MOVE WS-RC-INSTALMENT (WS-RCV-SUB) TO WS-DED-AMOUNT.
           IF WS-DED-AMOUNT > WS-RC-BALANCE (WS-RCV-SUB)
               MOVE WS-RC-BALANCE (WS-RCV-SUB) TO WS-DED-AMOUNT
           END-IF.
           COMPUTE WS-DED-AVAIL = WS-MONTH-NET - WS-NET-FLOOR.
           IF WS-DED-AVAIL < ZERO
               MOVE ZERO TO WS-DED-AVAIL
           END-IF.
           IF WS-DED-AMOUNT > WS-DED-AVAIL
               MOVE WS-DED-AVAIL TO WS-DED-AMOUNT
           END-IF.
           SUBTRACT WS-DED-AMOUNT FROM WS-MONTH-NET.
           ADD WS-DED-AMOUNT TO WS-MONTH-VOLDED.
       3100-EXIT.
           EXIT.

      * ONE PASS TAKES THE LOWEST-PRIORITY ELECTION NOT YET DONE.
       3200-TAKE-NEXT-ELECTION.
           MOVE ZERO TO WS-ELEC-PICK.
           MOVE 99 TO WS-PICK-PRIORITY.
           PERFORM VARYING WS-ELEC-SUB FROM 1 BY 1
                   UNTIL WS-ELEC-SUB > WS-ELEC-COUNT
               IF WS-EL-DONE (WS-ELEC-SUB) = "N"
                       AND WS-EL-PRIORITY (WS-ELEC-SUB)
                           <= WS-PICK-PRIORITY
                   MOVE WS-ELEC-SUB TO WS-ELEC-PICK
                   MOVE WS-EL-PRIORITY (WS-ELEC-SUB)
                       TO WS-PICK-PRIORITY
               END-IF
           END-PERFORM.
           IF WS-ELEC-PICK = ZERO
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-ELEC-PICK TO WS-ELEC-SUB.
           MOVE "Y" TO WS-EL-DONE (WS-ELEC-SUB).

           IF WS-EL-METHOD (WS-ELEC-SUB) = "P"
               COMPUTE WS-DED-AMOUNT ROUNDED = WS-MONTH-GROSS
                   * WS-EL-AMOUNT (WS-ELEC-SUB) / 100
           ELSE
               MOVE WS-EL-AMOUNT (WS-ELEC-SUB) TO WS-DED-AMOUNT
           END-IF.
           IF WS-EL-BAL-YN (WS-ELEC-SUB) = "Y"
                   AND WS-DED-AMOUNT > WS-EL-BALANCE (WS-ELEC-SUB)
               MOVE WS-EL-BALANCE (WS-ELEC-SUB) TO WS-DED-AMOUNT
           END-IF.
           COMPUTE WS-DED-AVAIL = WS-MONTH-NET - WS-NET-FLOOR.
           IF WS-DED-AVAIL < ZERO
               MOVE ZERO TO WS-DED-AVAIL
           END-IF.
           IF WS-DED-AMOUNT > WS-DED-AVAIL
               MOVE WS-DED-AVAIL TO WS-DED-AMOUNT
           END-IF.
           SUBTRACT WS-DED-AMOUNT FROM WS-MONTH-NET.
           ADD WS-DED-AMOUNT TO WS-MONTH-VOLDED.
       3200-EXIT.
           EXIT.

      * A PERCENTAGE ALLOWANCE IS TAKEN OF THE SCENARIO'S MONTHLY
      * BASE PAY, SO A SALARY CHANGE MOVES IT TOO.
       3300-PAY-ACTING.
           IF ACT-ALLOW-PCT
               COMPUTE WS-ACT-MONTHLY ROUNDED =
                   (WS-CALC-SALARY / 12) * ACT-ALLOW-VALUE / 100
           ELSE
               MOVE ACT-ALLOW-VALUE TO WS-ACT-MONTHLY
           END-IF.
           COMPUTE WS-MONTH-ACTING ROUNDED =
               WS-ACT-MONTHLY * WS-ACT-DAYS / WS-ACT-WORK-DAYS.
       3300-EXIT.
           EXIT.

      * DEPARTMENT SUBTOTAL, ROLLED INTO ITS DIVISION AND THE GRAND
      * TOTAL.
       4000-DEPT-BREAK.
           MOVE ZERO TO WS-DIVISION.
           IF DEPT-ACTIVE
               MOVE WS-PREV-DEPT TO DEPT-NO
               READ DEPT-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-DIVISION
                   NOT INVALID KEY
                       MOVE DEPT-DIVISION TO WS-DIVISION
               END-READ
           END-IF.
           COMPUTE WS-DIV-SUB = WS-DIVISION + 1.
           ADD WS-DEPT-COUNT TO WS-DIV-COUNT (WS-DIV-SUB).
           ADD WS-DEPT-COUNT TO WS-GRAND-COUNT.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               ADD WS-DEPT-AMOUNT (WS-AMT-SUB)
                   TO WS-DIV-AMOUNT (WS-DIV-SUB, WS-AMT-SUB)
               ADD WS-DEPT-AMOUNT (WS-AMT-SUB)
                   TO WS-GRAND-AMOUNT (WS-AMT-SUB)
           END-PERFORM.

           MOVE WS-DEPT-AMOUNTS TO WS-PRINT-AMOUNTS.
           MOVE WS-DEPT-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO WS-PRT-LABEL.
           STRING "  DEPT " WS-PREV-DEPT " DIV " WS-DIVISION
                  " EMPS " WS-PRT-COUNT
               DELIMITED BY SIZE INTO WS-PRT-LABEL.
           PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE ZERO TO WS-DEPT-COUNT.
           INITIALIZE WS-DEPT-AMOUNTS.
       4000-EXIT.
           EXIT.

      * WS-PRT-LABEL AND THE SIX FIGURES IN WS-PRINT-AMOUNTS.
       4500-PRINT-AMOUNT-LINE.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE WS-PRINT-AMOUNT (WS-AMT-SUB)
                   TO WS-PRT-AMOUNT (WS-AMT-SUB)
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PRT-LABEL " "
                  WS-PRT-AMOUNT (1) " " WS-PRT-AMOUNT (2) " "
                  WS-PRT-AMOUNT (3) " " WS-PRT-AMOUNT (4) " "
                  WS-PRT-AMOUNT (5) " " WS-PRT-AMOUNT (6)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4500-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "TOTALS BY DIVISION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 5100-PRINT-ONE-DIVISION THRU 5100-EXIT
               VARYING WS-DIV-SUB FROM 1 BY 1
               UNTIL WS-DIV-SUB > 100.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-AMOUNTS TO WS-PRINT-AMOUNTS.
           MOVE WS-GRAND-COUNT TO WS-PRT-COUNT.
           MOVE SPACES TO WS-PRT-LABEL.
           STRING "GRAND TOTAL   EMPS " WS-PRT-COUNT
               DELIMITED BY SIZE INTO WS-PRT-LABEL.
           PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.

           COMPUTE WS-DIFF = WS-GRAND-AMOUNT (2) - WS-GRAND-AMOUNT (1).
           MOVE WS-DIFF TO WS-PRT-DIFF-NET.
           COMPUTE WS-DIFF = WS-GRAND-AMOUNT (4) - WS-GRAND-AMOUNT (3).
           MOVE WS-DIFF TO WS-PRT-DIFF-TAX.
           COMPUTE WS-DIFF = WS-GRAND-AMOUNT (6) - WS-GRAND-AMOUNT (5).
           MOVE WS-DIFF TO WS-PRT-DIFF-COST.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTHLY CHANGE   NET " WS-PRT-DIFF-NET
                  "   TAX " WS-PRT-DIFF-TAX
                  "   EMPLOYER COST " WS-PRT-DIFF-COST
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT SIMULATED: TERMINATED " WS-TERM-COUNT
                  "  ON LEAVE " WS-LEAVE-COUNT
                  "  HOURLY WITHOUT TIMESHEET " WS-NOHOURS-COUNT
                  "  NO LOCATION RATES " WS-NO-LOC-RATES-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-DIVISION.
           IF WS-DIV-COUNT (WS-DIV-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WS-DIVISION = WS-DIV-SUB - 1.
           PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
                   UNTIL WS-AMT-SUB > 6
               MOVE WS-DIV-AMOUNT (WS-DIV-SUB, WS-AMT-SUB)
                   TO WS-PRINT-AMOUNT (WS-AMT-SUB)
           END-PERFORM.
           MOVE WS-DIV-COUNT (WS-DIV-SUB) TO WS-PRT-COUNT.
           MOVE SPACES TO WS-PRT-LABEL.
           STRING "  DIVISION " WS-DIVISION "   EMPS " WS-PRT-COUNT
               DELIMITED BY SIZE INTO WS-PRT-LABEL.
           PERFORM 4500-PRINT-AMOUNT-LINE THRU 4500-EXIT.
       5100-EXIT.
           EXIT.

       9999-CLEANUP.
           CLOSE EMPFILE.
           CLOSE REPORT-FILE.
           IF ELECT-ACTIVE
               CLOSE ELECT-FILE
           END-IF.
           IF RECV-ACTIVE
               CLOSE RECV-FILE
           END-IF.
           IF DEPT-ACTIVE
               CLOSE DEPT-FILE
           END-IF.
           IF BENEFITS-ACTIVE
               CLOSE BENE-FILE
           END-IF.
           IF LOCATIONS-ACTIVE
               CLOSE LOC-FILE
           END-IF.
           IF ACTING-ACTIVE
               CLOSE ACT-FILE
           END-IF.

           COMPUTE WS-DIFF = WS-GRAND-AMOUNT (6) - WS-GRAND-AMOUNT (5).
           MOVE WS-DIFF TO WS-PRT-DIFF-COST.
           MOVE "I" TO LOG-SEVERITY.
           MOVE SPACES TO LOG-TEXT.
           STRING "SIMULATED " WS-SIM-COUNT
                  " EMPLOYEES, COST CHANGE " WS-PRT-DIFF-COST
               DELIMITED BY SIZE INTO LOG-TEXT.
           CALL "LOGMSG" USING LOG-PARM.

           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES SIMULATED   : " WS-SIM-COUNT.
           DISPLAY "SALARY CHANGES USED   : " WS-CHANGED-COUNT.
           DISPLAY "NOT SIMULATED (HOURS) : " WS-NOHOURS-COUNT.
           DISPLAY "NOT SIMULATED (RATES) : " WS-NO-LOC-RATES-COUNT.
           DISPLAY "NET CHANGE            : " WS-PRT-DIFF-NET.
           DISPLAY "TAX CHANGE            : " WS-PRT-DIFF-TAX.
           DISPLAY "EMPLOYER COST CHANGE  : " WS-PRT-DIFF-COST.
       9999-EXIT.
           EXIT.
