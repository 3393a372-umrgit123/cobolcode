      * RULES (ON ANNUAL SALARY, APPLIED AS ONE TWELFTH PER MONTH):
      *   TAX      - THREE BRACKETS ON ANNUAL SALARY
      *   PENSION  - A PERCENTAGE OF MONTHLY GROSS
      *   HEALTH   - THE PREMIUMS FOR THE MEDICAL AND DENTAL PLANS
      *              THE EMPLOYEE ELECTED ON EMPBENE, AT THE TIER
      *              RATES ON THE PLAN RATE MASTER (BENPLAN.DAT)
      * THE BRACKET BOUNDARIES, RATES AND PREMIUM ARE NOT CODED HERE:
      * THEY ARE LOADED AT START FROM THE EFFECTIVE-DATED PAYROLL
      * RATES MASTER (PAYRATES.DAT), THE WAY INDXFILE LOADS
      * GRADEMAST.DAT. THE SET IN FORCE IS THE ONE WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER THE BUSINESS DATE, SO A JANUARY
      * RATE CHANGE IS A DATA CHANGE AND A RERUN FOR A PRIOR MONTH
      * PICKS UP THE RATES THAT WERE IN FORCE THEN. UNTIL THE
      * ENROLLMENT FILE EXISTS THE FLAT HEALTH PREMIUM ON THE RATES
      * MASTER IS STILL TAKEN FROM EVERYONE. AN EMPLOYEE STILL
      * ENROLLED IN A PLAN THAT HAS CLOSED IS NOT CHARGED FOR IT AND
      * IS LISTED ON THE EXCEPTION FILE FOR BENEFITS TO MOVE.
      *
      * AFTER THE STATUTORY DEDUCTIONS, MONEY THE EMPLOYEE OWES THE
      * COMPANY (LOANS, ADVANCES, OVERPAYMENTS ON THE RECEIVABLES
      * LEDGER EMPRECV THAT EMPRCVM MAINTAINS) IS RECOVERED FIRST,
      * ONE INSTALMENT PER ITEM - THE WHOLE BALANCE ON A FINAL PAY -
      * STILL NEVER BELOW THE PROTECTED-NET FLOOR. THE RECOVERY IS
      * PART OF THE PAYSLIP'S DEDUCTIONS COLUMN, ITEMIZED BY TYPE,
      * AND POSTS TO ITS OWN RECOVERY ACCOUNT.
      *
      * THEN EACH EMPLOYEE'S VOLUNTARY ELECTIONS (401K-STYLE
      * PERCENTAGES, UNION DUES, GARNISHMENTS) ARE TAKEN FROM THE
      * KEYED ELECTIONS FILE IN PRIORITY ORDER, NEVER BELOW THE
      * PROTECTED-NET FLOOR, AND ITEMIZED ON THE PAYSLIP AND THE GL
      * POSTING.
      *
      * LAST, EVERY APPROVED EXPENSE CLAIM ON THE CLAIMS REGISTER
      * (EMPEXPCLM, LOADED BY EMPEXPED) IS REIMBURSED. IT IS NOT
      * PAY: IT IS ADDED TO NET ONLY, AFTER EVERY DEDUCTION, SO IT
      * IS NEITHER TAXED NOR RECOVERED AGAINST. EACH CATEGORY IS
      * ITEMIZED ON THE PAYSLIP AND DEBITED TO THE ACCOUNT MAPPED
      * FOR ELEMENT "EXP" PLUS THE CATEGORY CODE, AND THE CLAIM IS
      * MARKED PAID WITH THE PERIOD.
      *
      * AN EMPLOYEE PLACED AT A WORK LOCATION (EMPLOC, SEE EMPLOCM)
      * WHOSE LOCATION NAMES ITS OWN RATES MASTER ON WORKLOC.DAT IS
      * TAXED FROM THE SET IN FORCE ON THAT MASTER INSTEAD; WITH NO
      * SET IN FORCE THERE THE EMPLOYEE IS NOT PAID AND IS LISTED
      * ON THE EXCEPTION FILE - HEAD OFFICE TAX IS NEVER GUESSED
      * FOR ANOTHER STATE. WORKING DAYS ARE COUNTED ON THE
      * LOCATION'S OWN HOLIDAY CALENDAR (LOCCAL).
      *
      * AN HOURLY EMPLOYEE PAID FROM A TIMESHEET ALSO EARNS THE
      * SHIFT DIFFERENTIAL FOR EVERY SHIFT ROSTERED TO THEM IN THE
      * MONTH (ROSTER.DAT): THE SHIFT'S HOURS AT THE HOURLY RATE
      * TIMES THE NIGHT PERCENTAGE ON THE SHIFT MASTER
      * (SHIFTMST.DAT), PLUS ITS WEEKEND PERCENTAGE WHEN THE SHIFT
      * FALLS ON A SATURDAY OR SUNDAY. IT IS PART OF GROSS AND IS
      * ITEMIZED ON THE PAYSLIP.
      *
      * AN EMPLOYEE ACTING IN A HIGHER-GRADED POSITION (EMPACT, SEE
      * EMPACTM) EARNS THE ACTING ALLOWANCE - A PERCENTAGE OF
      * MONTHLY BASE PAY OR A FIXED MONTHLY AMOUNT - FOR THE
      * WORKING DAYS OF THE MONTH THE ASSIGNMENT COVERS, SO A
      * PART MONTH AT EITHER END IS PRORATED AND NOTHING IS PAID
      * AFTER THE PLANNED END DATE. IT IS PART OF GROSS AND IS
      * ITEMIZED ON THE PAYSLIP.
      *
      * TERMINATED EMPLOYEES ARE NOT PAID BY THE REGULAR RUN.
      * ON-LEAVE EMPLOYEES ARE UNPAID FOR THE MONTH AND ARE SKIPPED
                       ORGANIZATION INDEXED
                       STATUS WS-SALH-FILE-STATUS
                       RECORD KEY SALH-KEY.
        SELECT LOC-FILE ASSIGN "EMPLOC"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ELO-FILE-STATUS
                       RECORD KEY ELO-EMPID.
        SELECT ACT-FILE ASSIGN "EMPACT"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-ACT-FILE-STATUS
                       RECORD KEY ACT-EMPID.
        SELECT LOCRATES-FILE ASSIGN TO DYNAMIC WS-LOC-RATES-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-LRT-FILE-STATUS.
        SELECT LEAVE-FILE ASSIGN "EMPLEAVE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
        SELECT MARKER-FILE ASSIGN "EMPPAYRUN.PPD"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-MRK-FILE-STATUS.
        SELECT PLAN-FILE ASSIGN "BENPLAN.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-PLN-FILE-STATUS.
        SELECT BENE-FILE ASSIGN "EMPBENE"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-BEN-FILE-STATUS
                       RECORD KEY BEN-KEY.
        SELECT RECV-FILE ASSIGN "EMPRECV"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-RCV-FILE-STATUS
                       RECORD KEY RCV-KEY.
        SELECT CLAIM-FILE ASSIGN "EMPEXPCLM"
                       ACCESS DYNAMIC
                       ORGANIZATION INDEXED
                       STATUS WS-CLM-FILE-STATUS
                       RECORD KEY CLM-RECEIPT
                       ALTERNATE RECORD KEY CLM-EMPID WITH DUPLICATES.
        SELECT CATEGORY-FILE ASSIGN "EXPCAT.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-CAT-FILE-STATUS.
        SELECT SHIFT-FILE ASSIGN "SHIFTMST.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-SHF-FILE-STATUS.
        SELECT ROSTER-FILE ASSIGN "ROSTER.DAT"
                       ORGANIZATION LINE SEQUENTIAL
                       STATUS WS-RST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       FD EMPFILE
       RECORD VARYING FROM 90 TO 200.
       01 EMPREC.
          05 EMPID             PIC 9(05).
          05 EMPDEPT           PIC 9(03).
      * RERUN OF FINAL-PAY MODE CANNOT PAY THE SAME LEAVER TWICE.
          05 EMP-FINAL-PAID    PIC X(01).
             88 FINAL-PAY-DONE VALUE "F".
          05 EMP-REC-VERSION   PIC X(01).
             88 EMP-REC-V2     VALUE "2".
          05 FILLER            PIC X(05).
          05 EMP-EXTENSION     PIC X(110).

       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE.

      * ONE RECORD PER RATE SET, EFFECTIVE-DATED. RATES ARE KEYED
      * AS TWO DECIMALS (10 MEANS .10) AND THE HEALTH PREMIUM AS A
      * MONTHLY MONEY AMOUNT. THE EMPLOYER PENSION RATE AND THE
      * SUPPLEMENTAL FLAT RATE ARE NOT USED BY THE PAY RUN - THEY
      * BELONG TO EMPPENREM AND EMPSUPRUN.
       FD RATES-FILE
       RECORD 40.
       01 RATES-REC.
          05 RT-EFF-DATE       PIC 9(08).
          05 RT-BRACKET-1      PIC 9(06).
          05 RT-PENSION-RATE   PIC V99.
          05 RT-HEALTH-FLAT    PIC 9(04)V99.
          05 RT-PROTECT-PCT    PIC V99.
          05 RT-ER-PENSION-RATE PIC V99.
          05 RT-SUPP-RATE      PIC V99.

      * ONE RECORD PER VOLUNTARY DEDUCTION ELECTION, KEYED EMPLOYEE
      * PLUS DEDUCTION CODE. METHOD "P" TAKES A PERCENT OF MONTHLY
             88 SALH-RETRO-SETTLED VALUE "Y".
          05 FILLER            PIC X(08).

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
          05 LRT-ER-PENSION-RATE PIC V99.
          05 LRT-SUPP-RATE     PIC V99.

      * THE LEAVE ACCRUAL LEDGER BALANCE RECORD (EMPLVACC POSTS THE
      * ACCRUALS AND DRAWDOWNS). FINAL PAY CASHES OUT THE UNUSED
          05 TSE-REG-HOURS     PIC 9(03).
          05 TSE-OT-HOURS      PIC 9(03).

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

       FD EXCEPT-FILE.
       01 EXCEPT-LINE.
          05 EXC-EMPID         PIC 9(05).
      * LAST EMPDEPT/EMPID SEEN, AND EVERY ACCUMULATOR A RESTART
      * NEEDS TO RESUME MID-DEPARTMENT WITHOUT DOUBLING A POSTING.
       FD CHECKPOINT-FILE
       RECORD 720.
       01 CKPT-REC.
          05 CKPT-READ-COUNT   PIC 9(07).
      * THE MODE THAT WROTE THE CHECKPOINT. A REGULAR RUN MUST
          05 CKPT-DEPT-VOLDED  PIC 9(09)V99.
          05 CKPT-DEPT-RETRO   PIC 9(09)V99.
          05 CKPT-DEPT-LEAVEPO PIC 9(09)V99.
          05 CKPT-DEPT-RECOVERY PIC 9(09)V99.
          05 CKPT-DEPT-NET     PIC 9(09)V99.
          05 CKPT-GRAND-GROSS  PIC 9(09)V99.
          05 CKPT-GRAND-NET    PIC 9(09)V99.
          05 CKPT-DVD-COUNT    PIC 9(02).
          05 CKPT-DVD-TABLE    PIC X(280).
          05 CKPT-DEX-COUNT    PIC 9(02).
          05 CKPT-DEX-TABLE    PIC X(280).

      * THE POSTED-PERIOD MARKER: THE LAST PERIOD THE REGULAR RUN
      * COMPLETED AND POSTED. A COMPLETED MONTH CANNOT BE POSTED
       RECORD 6.
       01 MARKER-REC           PIC 9(06).

      * THE BENEFIT PLAN RATE MASTER: ONE RECORD PER PLAN RATE SET,
      * EFFECTIVE-DATED, WITH THE MONTHLY PREMIUM FOR EACH TIER AND
      * THE DATE THE PLAN CLOSED (ZERO WHILE IT IS OPEN).
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

      * THE BENEFIT ENROLLMENTS EMPBENM MAINTAINS, KEYED EMPLOYEE
      * PLUS PLAN.
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

      * THE RECEIVABLES LEDGER EMPRCVM MAINTAINS, KEYED EMPLOYEE,
      * TYPE AND SEQUENCE. THE BALANCE IS DRAWN DOWN AS EACH
      * INSTALMENT IS RECOVERED.
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

      * THE EXPENSE CLAIMS REGISTER EMPEXPED LOADS, KEYED BY RECEIPT
      * NUMBER AND BROWSED HERE BY EMPLOYEE. "A" CLAIMS ARE PAID AND
      * TURNED TO "P" WITH THE PERIOD THEY WERE PAID IN.
       FD CLAIM-FILE
       RECORD 60.
       01 CLAIM-REC.
          05 CLM-RECEIPT       PIC X(12).
          05 CLM-EMPID         PIC 9(05).
          05 CLM-CLAIM-DATE    PIC 9(08).
          05 CLM-CATEGORY      PIC X(03).
          05 CLM-AMOUNT        PIC 9(06)V99.
          05 CLM-APPROVER      PIC X(08).
          05 CLM-BATCH-ID      PIC X(08).
          05 CLM-STATUS        PIC X(01).
             88 CLM-APPROVED   VALUE "A".
             88 CLM-PAID       VALUE "P".
          05 CLM-PAID-PERIOD   PIC 9(06).
          05 FILLER            PIC X(01).

      * THE EXPENSE CATEGORY MASTER. ONLY THE CODES MATTER HERE -
      * EACH MUST BE MAPPED ON GLMAP.DAT AS "EXP" PLUS THE CODE.
       FD CATEGORY-FILE
       RECORD 31.
       01 CATEGORY-REC.
          05 CAT-CODE          PIC X(03).
          05 CAT-NAME          PIC X(20).
          05 CAT-LIMIT         PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       01 SWITCHES.
          05 WS-EMP-FILE-STATUS    PIC X(02) VALUE "00".
             88 SALH-BROWSE-END    VALUE "Y".
          05 WS-RETRO-ACTIVE       PIC X(01) VALUE "N".
             88 RETRO-ACTIVE       VALUE "Y".
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
          05 WS-LVE-FILE-STATUS    PIC X(02) VALUE "00".
             88 LVE-STATUS-OK      VALUE "00".
             88 LVE-FILE-NOT-FOUND VALUE "35".
          05 WS-LEAVE-ACTIVE       PIC X(01) VALUE "N".
             88 LEAVE-ACTIVE       VALUE "Y".
          05 WS-ACT-FILE-STATUS    PIC X(02) VALUE "00".
             88 ACT-STATUS-OK      VALUE "00".
             88 ACT-FILE-NOT-FOUND VALUE "35".
          05 WS-ACTING-ACTIVE      PIC X(01) VALUE "N".
             88 ACTING-ACTIVE      VALUE "Y".
          05 WS-RUN-MODE           PIC X(05) VALUE SPACES.
             88 FINAL-PAY-MODE     VALUE "FINAL".
             88 PARTITION-MODE     VALUE "PART".
             88 EMP-IS-HOURLY      VALUE "Y".
          05 WS-TS-FOUND           PIC X(01) VALUE "N".
             88 TIMESHEET-FOUND    VALUE "Y".
          05 WS-SHF-FILE-STATUS    PIC X(02) VALUE "00".
             88 SHF-STATUS-OK      VALUE "00".
          05 WS-SHF-FILE-END       PIC X(01) VALUE "N".
             88 SHF-FILE-END       VALUE "Y".
          05 WS-RST-FILE-STATUS    PIC X(02) VALUE "00".
             88 RST-STATUS-OK      VALUE "00".
          05 WS-RST-FILE-END       PIC X(01) VALUE "N".
             88 RST-FILE-END       VALUE "Y".
          05 WS-CKPT-FILE-STATUS   PIC X(02) VALUE "00".
             88 CKPT-STATUS-OK     VALUE "00".
          05 WS-MRK-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLR-AVAILABLE      VALUE "Y".
          05 WS-FIRST-RECORD       PIC X(01) VALUE "Y".
             88 FIRST-RECORD       VALUE "Y".
          05 WS-PLN-FILE-STATUS    PIC X(02) VALUE "00".
             88 PLN-STATUS-OK      VALUE "00".
          05 WS-PLN-FILE-END       PIC X(01) VALUE "N".
             88 PLN-FILE-END       VALUE "Y".
          05 WS-BEN-FILE-STATUS    PIC X(02) VALUE "00".
             88 BEN-STATUS-OK      VALUE "00".
             88 BEN-FILE-NOT-FOUND VALUE "35".
          05 WS-BEN-BROWSE-END     PIC X(01) VALUE "N".
             88 BEN-BROWSE-END     VALUE "Y".
          05 WS-BENEFITS-ACTIVE    PIC X(01) VALUE "N".
             88 BENEFITS-ACTIVE    VALUE "Y".
          05 WS-RCV-FILE-STATUS    PIC X(02) VALUE "00".
             88 RCV-STATUS-OK      VALUE "00".
             88 RCV-FILE-NOT-FOUND VALUE "35".
          05 WS-RCV-BROWSE-END     PIC X(01) VALUE "N".
             88 RCV-BROWSE-END     VALUE "Y".
          05 WS-RECV-ACTIVE        PIC X(01) VALUE "N".
             88 RECV-ACTIVE        VALUE "Y".
          05 WS-CLM-FILE-STATUS    PIC X(02) VALUE "00".
             88 CLM-STATUS-OK      VALUE "00".
             88 CLM-FILE-NOT-FOUND VALUE "35".
          05 WS-CLM-BROWSE-END     PIC X(01) VALUE "N".
             88 CLM-BROWSE-END     VALUE "Y".
          05 WS-CLAIMS-ACTIVE      PIC X(01) VALUE "N".
             88 CLAIMS-ACTIVE      VALUE "Y".
          05 WS-CAT-FILE-STATUS    PIC X(02) VALUE "00".
             88 CAT-STATUS-OK      VALUE "00".
          05 WS-CAT-FILE-END       PIC X(01) VALUE "N".
             88 CAT-FILE-END       VALUE "Y".

       01 WS-COUNTS.
          05 WS-PAID-COUNT         PIC 9(05) VALUE ZERO.
          05 WS-MONTH-VOLDED       PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-RETRO        PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-LEAVE-PO     PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-RECOVERY     PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-EXPENSE      PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-SHIFT-DIFF   PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-ACTING       PIC 9(07)V99 VALUE ZERO.
          05 WS-MONTH-NET          PIC 9(07)V99 VALUE ZERO.

      * TAX BRACKET BOUNDARIES AND RATES ON ANNUAL SALARY, FILLED
             10 WS-RT-HEALTH       PIC 9(04)V99.
             10 WS-RT-PROTECT      PIC V99.
       01 WS-RATE-SUB              PIC 9(02).

      * THE HEAD OFFICE RULES ABOVE, KEPT ASIDE SO AN EMPLOYEE AT A
      * LOCATION WITH ITS OWN RATES CAN BE TAXED ON THAT LOCATION'S
      * SET AND THE NEXT EMPLOYEE GO BACK TO HEAD OFFICE.
       01 WS-HO-TAX-RULES          PIC X(36) VALUE SPACES.

      * THE SET IN FORCE ON EACH LOCATION RATES MASTER, LOADED THE
      * FIRST TIME AN EMPLOYEE AT THAT LOCATION IS PAID. A MASTER
      * WITH NO SET IN FORCE IS REMEMBERED AS SUCH (FOUND "N").
       01 WS-LOC-RATES-NAME        PIC X(12) VALUE SPACES.
       01 WS-LR-COUNT              PIC 9(02) VALUE ZERO.
       01 WS-LR-TABLE.
          05 WS-LR-ENTRY OCCURS 1 TO 20 TIMES
                  DEPENDING ON WS-LR-COUNT.
             10 WS-LR-FILE         PIC X(12).
             10 WS-LR-FOUND        PIC X(01).
             10 WS-LR-RULES        PIC X(36).
       01 WS-LR-SUB                PIC 9(02).
       01 WS-LR-BEST-EFF           PIC 9(08).
       01 WS-EMP-LOCATION          PIC X(03) VALUE SPACES.
       01 WS-NO-LOC-RATES-COUNT    PIC 9(05) VALUE ZERO.
       01 LC-PARM.
          05 LC-REQUEST            PIC X(01).
          05 LC-LOCATION           PIC X(03).
          05 LC-DATE               PIC 9(08).
          05 LC-NAME               PIC X(20).
          05 LC-STATE              PIC X(02).
          05 LC-RATES-FILE         PIC X(12).
          05 LC-WORK-DAY           PIC X(01).
          05 LC-RESULT             PIC X(01).
       01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
          05 WS-BUS-YEAR           PIC 9(04).
      * WORKING-DAY ARITHMETIC FOR FINAL-PAY PRORATION. THE MONTH
      * IS WALKED DAY BY DAY, SKIPPING WEEKENDS (INTEGER-OF-DATE
      * DAY 1 WAS A MONDAY, SO MOD 7 GIVES 6 FOR SATURDAY AND 0
      * FOR SUNDAY - SEE EMPBATCH) AND THE HOLIDAYS OF THE
      * EMPLOYEE'S WORK LOCATION (LOCCAL DOES BOTH).
       01 WS-WORK-DAYS             PIC 9(02) VALUE ZERO.
       01 WS-WORKED-DAYS           PIC 9(02) VALUE ZERO.
       01 WS-WALK-DATE             PIC 9(08) VALUE ZERO.
       01 WS-MONTH-START-INT       PIC 9(08) COMP.
       01 WS-MONTH-END-INT         PIC 9(08) COMP.
       01 WS-CUTOFF-DATE           PIC 9(08) VALUE 99999999.
       01 WS-DAY-IS-BUSINESS       PIC X(01) VALUE "N".
       01 WS-NEXT-MONTH            PIC 9(02).
      * THE ACTING ALLOWANCE IS PRORATED OVER THE SAME CALENDAR:
      * THE WORKING DAYS THE ASSIGNMENT COVERS OUT OF THE MONTH'S.
       01 WS-ACT-WORK-DAYS         PIC 9(02) VALUE ZERO.
       01 WS-ACT-DAYS              PIC 9(02) VALUE ZERO.
       01 WS-ACT-STOP-DATE         PIC 9(08) VALUE ZERO.
       01 WS-ACT-MONTHLY           PIC 9(07)V99 VALUE ZERO.
       01 WS-NEXT-YEAR             PIC 9(04).
       01 WS-FIRST-OF-MONTH        PIC 9(08).
       01 WS-PRORATE-NUM           PIC 9(07)V99.
          05 FILLER PIC X(08) VALUE "RETRO".
          05 FILLER PIC X(08) VALUE "LEAVEPO".
          05 FILLER PIC X(08) VALUE "NET".
          05 FILLER PIC X(08) VALUE "RECOVERY".
       01 WS-ELEMENT-TBL REDEFINES WS-ELEMENT-NAMES.
          05 WS-ELEMENT-NAME       PIC X(08) OCCURS 9 TIMES.
       01 WS-ELEMENT-SUB           PIC 9(02).
      * RECOVERY IS ONLY PROVED WHEN THE RECEIVABLES LEDGER IS IN
      * USE.
       01 WS-ELEMENT-LAST          PIC 9(02) VALUE 8.

      * THE GRADES AND THEIR PAID-BY-HOURS FLAGS FROM THE GRADE
      * MASTER, AND THIS PERIOD'S CLEAN TIMESHEETS. AN HOURLY
       01 WS-TS-SUB                PIC 9(03).
       01 WS-TS-REG-HOURS          PIC 9(03) VALUE ZERO.
       01 WS-TS-OT-HOURS           PIC 9(03) VALUE ZERO.

      * THE SHIFT MASTER, AND EACH EMPLOYEE'S ROSTERED SHIFTS FOR
      * THE MONTH REDUCED TO HOURS TIMES DIFFERENTIAL PERCENTAGE,
      * SO PAYING THE DIFFERENTIAL IS ONE MULTIPLICATION BY THE
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
       01 WS-HOURLY-RATE           PIC 9(04)V99 VALUE ZERO.
       01 WS-OT-PREMIUM            PIC 9(01)V9 VALUE 1.5.
       01 WS-NOHOURS-COUNT         PIC 9(05) VALUE ZERO.
          05 JRN-PROGRAM     PIC X(08) VALUE "EMPPAYRN".
          05 JRN-ACTION      PIC X(01).
          05 JRN-EMPID       PIC 9(05).
          05 JRN-IMAGE       PIC X(200).
       01 WS-READ-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-RESTART-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-POSTED-PERIOD         PIC 9(06) VALUE ZERO.
       01 WS-PART-LOCK-NAME        PIC X(08) VALUE SPACES.
       01 WS-EMPFIL-LOCK-OURS      PIC X(01) VALUE "N".
       01 WS-PAYSIDE-LOCK-OURS     PIC X(01) VALUE "N".
       01 WS-LOCK-RC               PIC S9(04) VALUE ZERO.
       01 WS-PART-FROM             PIC 9(03) VALUE ZERO.
       01 WS-PART-TO               PIC 9(03) VALUE 999.
       01 WS-PART-FOUND            PIC X(01) VALUE "N".
       01 WS-DED-AMOUNT            PIC 9(07)V99 VALUE ZERO.
       01 WS-DED-AVAIL             PIC S9(07)V99 VALUE ZERO.

      * THE EMPLOYEE'S RECOVERIES THIS PERIOD BY LEDGER ITEM FOR
      * THE PAYSLIP DETAIL LINES, AND WHAT IS STILL OWED AFTER THEM.
       01 WS-RCV-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-RCV-TABLE.
          05 WS-RCV-ENTRY OCCURS 10 TIMES.
             10 WS-RC-TYPE         PIC X(03).
             10 WS-RC-AMOUNT       PIC 9(07)V99.
       01 WS-RCV-SUB               PIC 9(02).
       01 WS-RCV-OUTSTANDING       PIC 9(09)V99 VALUE ZERO.

      * THE EXPENSE CATEGORIES ON THE CATEGORY MASTER, AND THE
      * EMPLOYEE'S REIMBURSEMENTS THIS PERIOD BY CATEGORY FOR THE
      * PAYSLIP DETAIL LINES.
       01 WS-CAT-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-CAT-TABLE.
          05 WS-CT-CODE            PIC X(03) OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-CAT-COUNT.
       01 WS-CAT-SUB               PIC 9(02).
       01 WS-CAT-FOUND             PIC X(01) VALUE "N".
       01 WS-EXP-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-EXP-TABLE.
          05 WS-EXP-ENTRY OCCURS 10 TIMES.
             10 WS-EX-CATEGORY     PIC X(03).
             10 WS-EX-AMOUNT       PIC 9(07)V99.
       01 WS-EXP-SUB               PIC 9(02).
       01 WS-EXP-FOUND             PIC X(01) VALUE "N".
       01 WS-EXP-HELD-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-EXP-PAID-COUNT        PIC 9(05) VALUE ZERO.

      * VOLUNTARY DEDUCTIONS SUMMARIZED BY CODE WITHIN THE CURRENT
      * DEPARTMENT FOR THE GL POSTING.
       01 WS-DVD-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-DVD-SUB               PIC 9(02).
       01 WS-DVD-FOUND             PIC X(01) VALUE "N".

      * EXPENSE REIMBURSEMENTS SUMMARIZED BY CATEGORY WITHIN THE
      * CURRENT DEPARTMENT FOR THE GL POSTING.
       01 WS-DEX-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-DEX-TABLE.
          05 WS-DEX-ENTRY OCCURS 20 TIMES.
             10 WS-DEX-CATEGORY    PIC X(03).
             10 WS-DEX-AMOUNT      PIC 9(09)V99.
       01 WS-DEX-SUB               PIC 9(02).
       01 WS-DEX-FOUND             PIC X(01) VALUE "N".

      * DEPARTMENT ACCUMULATORS FOR THE GL POSTING FILE.
       01 WS-DEPT-TOTALS.
          05 WS-DEPT-GROSS         PIC 9(09)V99 VALUE ZERO.
          05 WS-DEPT-VOLDED        PIC 9(09)V99 VALUE ZERO.
          05 WS-DEPT-RETRO         PIC 9(09)V99 VALUE ZERO.
          05 WS-DEPT-LEAVE-PO      PIC 9(09)V99 VALUE ZERO.
          05 WS-DEPT-RECOVERY      PIC 9(09)V99 VALUE ZERO.
          05 WS-DEPT-NET           PIC 9(09)V99 VALUE ZERO.

       01 WS-GRAND-TOTALS.
          05 WS-GRAND-GROSS        PIC 9(09)V99 VALUE ZERO.
          05 WS-GRAND-NET          PIC 9(09)V99 VALUE ZERO.

      * EVERY RATE SET ON THE PLAN RATE MASTER, AND THE EMPLOYEE'S
      * PREMIUMS THIS PERIOD BY PLAN FOR THE PAYSLIP DETAIL LINES.
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
       01 WS-PLAN-BEST-EFF         PIC 9(08) VALUE ZERO.
       01 WS-PREMIUM               PIC 9(07)V99 VALUE ZERO.
       01 WS-BEN-COUNT             PIC 9(02) VALUE ZERO.
       01 WS-BEN-TABLE.
          05 WS-BEN-ENTRY OCCURS 10 TIMES.
             10 WS-BN-PLAN         PIC X(03).
             10 WS-BN-AMOUNT       PIC 9(07)V99.
       01 WS-BEN-SUB               PIC 9(02).
       01 WS-CLOSED-PLAN-COUNT     PIC 9(05) VALUE ZERO.
       01 WS-EXC-REASON            PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM 1000-INIT THRU 1000-EXIT.
           END-IF.
           PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
           PERFORM 1200-SELECT-RATES THRU 1200-EXIT.
           MOVE WS-TAX-RULES TO WS-HO-TAX-RULES.
           PERFORM 1960-OPEN-LOCATIONS THRU 1960-EXIT.
           PERFORM 1970-OPEN-ACTING THRU 1970-EXIT.
           PERFORM 1300-OPEN-ELECTIONS THRU 1300-EXIT.
           PERFORM 1350-OPEN-RECEIVABLES THRU 1350-EXIT.
           PERFORM 1370-OPEN-CLAIMS THRU 1370-EXIT.
           PERFORM 1400-OPEN-YTD THRU 1400-EXIT.
           PERFORM 1500-OPEN-SALHIST THRU 1500-EXIT.
           IF FINAL-PAY-MODE
               PERFORM 1700-COUNT-MONTH-WORK-DAYS THRU 1700-EXIT
               PERFORM 1800-OPEN-LEAVE THRU 1800-EXIT
               PERFORM 1850-OPEN-TRMCLR THRU 1850-EXIT
           PERFORM 1910-VALIDATE-GL-MAP THRU 1910-EXIT.
           PERFORM 1920-LOAD-GRADE-FLAGS THRU 1920-EXIT.
           PERFORM 1930-LOAD-TIMESHEETS THRU 1930-EXIT.
           PERFORM 1935-LOAD-SHIFT-ROSTER THRU 1935-EXIT.
           PERFORM 1940-LOAD-SPLITS THRU 1940-EXIT.
           PERFORM 1950-OPEN-BENEFITS THRU 1950-EXIT.

           IF RESTART-MODE
               OPEN EXTEND EXCEPT-FILE
                       MOVE CKPT-DEPT-VOLDED TO WS-DEPT-VOLDED
                       MOVE CKPT-DEPT-RETRO TO WS-DEPT-RETRO
                       MOVE CKPT-DEPT-LEAVEPO TO WS-DEPT-LEAVE-PO
                       MOVE CKPT-DEPT-RECOVERY TO WS-DEPT-RECOVERY
                       MOVE CKPT-DEPT-NET   TO WS-DEPT-NET
                       MOVE CKPT-GRAND-GROSS TO WS-GRAND-GROSS
                       MOVE CKPT-GRAND-NET  TO WS-GRAND-NET
                       MOVE CKPT-DVD-COUNT  TO WS-DVD-COUNT
                       MOVE CKPT-DVD-TABLE  TO WS-DVD-TABLE
                       MOVE CKPT-DEX-COUNT  TO WS-DEX-COUNT
                       MOVE CKPT-DEX-TABLE  TO WS-DEX-TABLE
                       IF WS-PAID-COUNT > ZERO
                               OR WS-LEAVE-COUNT > ZERO
                               OR WS-TERM-COUNT > ZERO
       1930-EXIT.
           EXIT.

      * THE SHIFT MASTER AND THE ROSTER ARE BOTH OPTIONAL: WITHOUT
      * EITHER NO DIFFERENTIAL IS PAID. A ROSTERED SHIFT CODE NOT ON
      * THE MASTER IS REPORTED AND EARNS NOTHING.
       1935-LOAD-SHIFT-ROSTER.
           OPEN INPUT SHIFT-FILE.
           IF NOT SHF-STATUS-OK
               GO TO 1935-EXIT
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
               GO TO 1935-EXIT
           END-IF.
           PERFORM UNTIL RST-FILE-END
               READ ROSTER-FILE
                   AT END
                       MOVE "Y" TO WS-RST-FILE-END
                   NOT AT END
                       IF RST-DATE (1:6) = WS-BUSINESS-DATE (1:6)
                           PERFORM 1936-TAKE-ROSTER-DAY THRU 1936-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       1935-EXIT.
           EXIT.

       1936-TAKE-ROSTER-DAY.
           PERFORM VARYING WS-SHF-SUB FROM 1 BY 1
                   UNTIL WS-SHF-SUB > WS-SHF-COUNT
               IF WS-SHF-CODE (WS-SHF-SUB) = RST-SHIFT
                   GO TO 1936-HAVE-SHIFT
               END-IF
           END-PERFORM.
           DISPLAY "SHIFT " RST-SHIFT " ROSTERED TO " RST-EMPID
                   " IS NOT ON THE SHIFT MASTER".
           GO TO 1936-EXIT.

       1936-HAVE-SHIFT.
      * 0 IS SUNDAY AND 6 IS SATURDAY.
           COMPUTE WS-SD-WEEKDAY = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE (RST-DATE) 7).
           MOVE WS-SHF-NIGHT (WS-SHF-SUB) TO WS-SD-DAY-PCT.
           IF WS-SD-WEEKDAY = 0 OR WS-SD-WEEKDAY = 6
               ADD WS-SHF-WEEKEND (WS-SHF-SUB) TO WS-SD-DAY-PCT
           END-IF.
           IF WS-SD-DAY-PCT = ZERO
               GO TO 1936-EXIT
           END-IF.
           PERFORM VARYING WS-SD-SUB FROM 1 BY 1
                   UNTIL WS-SD-SUB > WS-SD-COUNT
               IF WS-SD-EMPID (WS-SD-SUB) = RST-EMPID
                   COMPUTE WS-SD-PCT-HOURS (WS-SD-SUB) =
                       WS-SD-PCT-HOURS (WS-SD-SUB)
                       + (WS-SHF-HOURS (WS-SHF-SUB) * WS-SD-DAY-PCT)
                   GO TO 1936-EXIT
               END-IF
           END-PERFORM.
           IF WS-SD-COUNT >= 500
               DISPLAY "ROSTER TABLE FULL - NO DIFFERENTIAL FOR "
                       RST-EMPID
               GO TO 1936-EXIT
           END-IF.
           ADD 1 TO WS-SD-COUNT.
           MOVE RST-EMPID TO WS-SD-EMPID (WS-SD-COUNT).
           COMPUTE WS-SD-PCT-HOURS (WS-SD-COUNT) =
               WS-SHF-HOURS (WS-SHF-SUB) * WS-SD-DAY-PCT.
       1936-EXIT.
           EXIT.

      * NO CLEARANCE FILE JUST MEANS THE WORKFLOW HAS NOT OPENED
      * ITEMS HERE YET.
       1850-OPEN-TRMCLR.
                   NOT AT END
                       MOVE DEPT-NO TO WS-GL-LOOKUP-DEPT
                       PERFORM VARYING WS-ELEMENT-SUB FROM 1 BY 1
                               UNTIL WS-ELEMENT-SUB > WS-ELEMENT-LAST
                           MOVE WS-ELEMENT-NAME (WS-ELEMENT-SUB)
                               TO WS-GL-ELEMENT
                           PERFORM 3150-FIND-GL-ACCOUNT
                               MOVE "N" TO WS-GLM-COMPLETE
                           END-IF
                       END-PERFORM
                       PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                               UNTIL WS-CAT-SUB > WS-CAT-COUNT
                           MOVE SPACES TO WS-GL-ELEMENT
                           STRING "EXP" WS-CT-CODE (WS-CAT-SUB)
                               DELIMITED BY SIZE INTO WS-GL-ELEMENT
                           PERFORM 3150-FIND-GL-ACCOUNT
                               THRU 3150-EXIT
                           IF NOT GLM-FOUND
                               DISPLAY "NO GL MAPPING FOR ELEMENT "
                                       WS-GL-ELEMENT " DEPT "
                                       WS-GL-LOOKUP-DEPT
                               MOVE "N" TO WS-GLM-COMPLETE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE DEPT-FILE.
       3150-EXIT.
           EXIT.

      * THE LOCATION FILE IS OPTIONAL - WITHOUT IT EVERYONE IS AT
      * HEAD OFFICE, ON PAYRATES.DAT AND CALENDAR.DAT.
       1960-OPEN-LOCATIONS.
           OPEN INPUT LOC-FILE.
           IF ELO-FILE-NOT-FOUND
               GO TO 1960-EXIT
           END-IF.
           IF NOT ELO-STATUS-OK
               DISPLAY "ERROR OPENING LOC-FILE"
               DISPLAY "FILE STATUS : " WS-ELO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           MOVE "Y" TO WS-LOCATIONS-ACTIVE.
       1960-EXIT.
           EXIT.

      * THE ACTING FILE IS OPTIONAL - WITHOUT IT NO ALLOWANCE IS
      * PAID. ITS PRORATION NEEDS THE MONTH'S BOUNDS, WHICH ONLY
      * FINAL PAY WORKS OUT OTHERWISE.
       1970-OPEN-ACTING.
           OPEN INPUT ACT-FILE.
           IF ACT-FILE-NOT-FOUND
               GO TO 1970-EXIT
           END-IF.
           IF NOT ACT-STATUS-OK
               DISPLAY "ERROR OPENING ACT-FILE"
               DISPLAY "FILE STATUS : " WS-ACT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           MOVE "Y" TO WS-ACTING-ACTIVE.
           IF NOT FINAL-PAY-MODE
               PERFORM 1700-COUNT-MONTH-WORK-DAYS THRU 1700-EXIT
           END-IF.
       1970-EXIT.
           EXIT.

      * THE WHOLE BUSINESS MONTH IS WALKED ONCE AT STARTUP TO COUNT
       1710-COUNT-ONE-DAY.
           COMPUTE WS-WALK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WALK-INT).
           MOVE "D" TO LC-REQUEST.
           MOVE WS-EMP-LOCATION TO LC-LOCATION.
           MOVE WS-WALK-DATE TO LC-DATE.
           CALL "LOCCAL" USING LC-PARM.
           MOVE LC-WORK-DAY TO WS-DAY-IS-BUSINESS.
           IF WS-DAY-IS-BUSINESS = "Y"
               ADD 1 TO WS-WORK-DAYS
               IF WS-WALK-DATE <= WS-CUTOFF-DATE
       1300-EXIT.
           EXIT.

      * THE SAME FOR THE RECEIVABLES LEDGER: NO FILE, NOTHING TO
      * RECOVER. WHILE IT IS IN USE THE RECOVERY ACCOUNT MUST BE
      * MAPPED FOR EVERY DEPARTMENT LIKE ANY OTHER PAY ELEMENT.
       1350-OPEN-RECEIVABLES.
           OPEN I-O RECV-FILE.
           IF RCV-FILE-NOT-FOUND
               DISPLAY "NO RECEIVABLES LEDGER - RECOVERIES OFF"
               GO TO 1350-EXIT
           END-IF.
           IF NOT RCV-STATUS-OK
               DISPLAY "ERROR OPENING RECV-FILE"
               DISPLAY "FILE STATUS : " WS-RCV-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           MOVE "Y" TO WS-RECV-ACTIVE.
           MOVE 9 TO WS-ELEMENT-LAST.
       1350-EXIT.
           EXIT.

      * NO CLAIMS REGISTER MEANS NO EXPENSE CLAIM HAS EVER BEEN
      * EDITED, SO THERE IS NOTHING TO REIMBURSE. ONCE IT EXISTS
      * THE CATEGORY MASTER IS MANDATORY - EVERY CATEGORY'S "EXP"
      * ELEMENT IS PROVED ON THE GL MAP WITH THE FIXED ELEMENTS.
       1370-OPEN-CLAIMS.
           OPEN I-O CLAIM-FILE.
           IF CLM-FILE-NOT-FOUND
               DISPLAY "NO EXPENSE CLAIMS REGISTER - "
                       "REIMBURSEMENTS OFF"
               GO TO 1370-EXIT
           END-IF.
           IF NOT CLM-STATUS-OK
               DISPLAY "ERROR OPENING CLAIM-FILE"
               DISPLAY "FILE STATUS : " WS-CLM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           MOVE "Y" TO WS-CLAIMS-ACTIVE.

           OPEN INPUT CATEGORY-FILE.
           IF NOT CAT-STATUS-OK
               DISPLAY "ERROR OPENING CATEGORY-FILE"
               DISPLAY "FILE STATUS : " WS-CAT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           PERFORM UNTIL CAT-FILE-END
               READ CATEGORY-FILE
                   AT END
                       MOVE "Y" TO WS-CAT-FILE-END
                   NOT AT END
                       IF WS-CAT-COUNT >= 50
                           DISPLAY "CATEGORY TABLE FULL - "
                                   "RECORD DROPPED"
                       ELSE
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CAT-CODE TO WS-CT-CODE (WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATEGORY-FILE.
       1370-EXIT.
           EXIT.

      * THE STATUTORY RATES AND DEDUCTION AMOUNTS ARE LOADED FROM
      * THE EFFECTIVE-DATED RATES MASTER AT STARTUP RATHER THAN
      * HARDCODED HERE, SO A RATE CHANGE IS A DATA CHANGE, NOT A
       1940-EXIT.
           EXIT.

      * NO ENROLLMENT FILE MEANS BENEFIT ELECTIONS HAVE NOT STARTED
      * AND THE FLAT PREMIUM STILL APPLIES. ONCE IT EXISTS THE PLAN
      * RATE MASTER IS MANDATORY - AN ELECTION CANNOT BE PRICED
      * WITHOUT IT.
       1950-OPEN-BENEFITS.
           OPEN INPUT BENE-FILE.
           IF BEN-FILE-NOT-FOUND
               DISPLAY "NO ENROLLMENT FILE - FLAT HEALTH PREMIUM "
                       "APPLIES"
               GO TO 1950-EXIT
           END-IF.
           IF NOT BEN-STATUS-OK
               DISPLAY "ERROR OPENING BENE-FILE"
               DISPLAY "FILE STATUS : " WS-BEN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           MOVE "Y" TO WS-BENEFITS-ACTIVE.

           OPEN INPUT PLAN-FILE.
           IF NOT PLN-STATUS-OK
               DISPLAY "ERROR OPENING PLAN-FILE"
               DISPLAY "FILE STATUS : " WS-PLN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
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
       1950-EXIT.
           EXIT.

      * IS THIS EMPLOYEE'S GRADE PAID BY HOURS, AND IF SO DO WE
      * HOLD A TIMESHEET FOR THEM THIS PERIOD?
       2080-CHECK-HOURLY.
       2090-EXIT.
           EXIT.

      * THE EMPLOYEE'S LOCATION ON THE BUSINESS DATE DECIDES WHICH
      * RATES TAX THEM AND WHICH HOLIDAYS COUNT. A LOCATION NOT ON
      * WORKLOC.DAT IS LISTED AND PAID AS HEAD OFFICE; A LOCATION
      * WHOSE RATES MASTER HAS NO SET IN FORCE IS NOT PAID AT ALL.
       2050-RESOLVE-LOCATION.
           MOVE WS-HO-TAX-RULES TO WS-TAX-RULES.
           MOVE SPACES TO WS-EMP-LOCATION.
           MOVE "Y" TO WS-LOC-RATES-OK.
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
               MOVE SPACES TO EXCEPT-LINE
               MOVE EMPID TO EXC-EMPID
               MOVE EMPNAME TO EXC-NAME
               STRING "LOCATION " WS-EMP-LOCATION
                      " NOT ON MASTER - HEAD OFFICE"
                      DELIMITED BY SIZE INTO EXC-REASON
               WRITE EXCEPT-LINE
               MOVE SPACES TO WS-EMP-LOCATION
               GO TO 2050-EXIT
           END-IF.
           IF LC-RATES-FILE = SPACES
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2060-FIND-LOC-RATES THRU 2060-EXIT.
           IF WS-LR-FOUND (WS-LR-SUB) = "Y"
               MOVE WS-LR-RULES (WS-LR-SUB) TO WS-TAX-RULES
               GO TO 2050-EXIT
           END-IF.
           MOVE "N" TO WS-LOC-RATES-OK.
           MOVE SPACES TO EXCEPT-LINE.
           MOVE EMPID TO EXC-EMPID.
           MOVE EMPNAME TO EXC-NAME.
           STRING "NO RATES IN FORCE AT LOCATION " WS-EMP-LOCATION
                  DELIMITED BY SIZE INTO EXC-REASON.
           WRITE EXCEPT-LINE.
           ADD 1 TO WS-NO-LOC-RATES-COUNT.
           DISPLAY "NO LOCATION RATES - NOT PAID: " EMPID.
       2050-EXIT.
           EXIT.

      * EACH LOCATION RATES MASTER IS READ ONCE, THE FIRST TIME IT
      * IS NEEDED, AND THE SET IN FORCE ON THE BUSINESS DATE KEPT -
      * THE SAME CHOICE 1200-SELECT-RATES MAKES FOR HEAD OFFICE.
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
                       WS-LR-BEST-EFF " IN FORCE FOR THIS RUN"
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
           MOVE WS-TAX-RULES TO WS-LR-RULES (WS-LR-SUB).
           MOVE "Y" TO WS-LR-FOUND (WS-LR-SUB).
       2065-EXIT.
           EXIT.

       2100-PAY-ONE-EMP.
           PERFORM 2050-RESOLVE-LOCATION THRU 2050-EXIT.
           IF NOT LOC-RATES-OK
               GO TO 2100-EXIT
           END-IF.
           IF NOT FIRST-RECORD AND EMPDEPT NOT = WS-PREV-DEPT
               PERFORM 3000-POST-DEPT-TO-GL THRU 3000-EXIT
           END-IF.
           ADD WS-MONTH-VOLDED  TO WS-DEPT-VOLDED.
           ADD WS-MONTH-RETRO   TO WS-DEPT-RETRO.
           ADD WS-MONTH-LEAVE-PO TO WS-DEPT-LEAVE-PO.
           ADD WS-MONTH-RECOVERY TO WS-DEPT-RECOVERY.
           ADD WS-MONTH-NET     TO WS-DEPT-NET.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
               PERFORM 2490-ACCUM-DEPT-EXPENSE THRU 2490-EXIT
           END-PERFORM.
           ADD 1 TO WS-PAID-COUNT.

      * THE LEAVER IS FLAGGED SETTLED ON EMPFILE SO A RERUN OF
               DISPLAY "FINAL PAY SETTLED FOR EMPID: " EMPID
               IF CLR-AVAILABLE
                   PERFORM 2160-CLOSE-FPY-ITEM THRU 2160-EXIT
                   IF RECV-ACTIVE AND WS-RCV-OUTSTANDING = ZERO
                       PERFORM 2170-CLOSE-RCV-ITEM THRU 2170-EXIT
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
       2160-EXIT.
           EXIT.

      * A LEAVER WHOSE FINAL PAY CLEARED EVERYTHING THEY OWED HAS
      * THEIR RCV CLEARANCE ITEM CLOSED THE SAME WAY.
       2170-CLOSE-RCV-ITEM.
           MOVE EMPID TO CLR-EMPID.
           MOVE "RCV" TO CLR-ITEM.
           READ TRMCLR-FILE
               INVALID KEY
                   GO TO 2170-EXIT
           END-READ.
           IF CLR-DONE = "Y"
               GO TO 2170-EXIT
           END-IF.
           MOVE "Y" TO CLR-DONE.
           REWRITE TRMCLR-REC.
       2170-EXIT.
           EXIT.

      * ANNUAL TAX FROM THE BRACKETS, THEN EVERYTHING TAKEN MONTHLY.
      * A NET THAT WOULD GO NEGATIVE (TINY SALARY, FLAT HEALTH
      * PREMIUM) IS FLOORED AT ZERO WITH THE HEALTH DEDUCTION
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
           IF ACTING-ACTIVE
               PERFORM 2280-PAY-ACTING THRU 2280-EXIT
               ADD WS-MONTH-ACTING TO WS-MONTH-GROSS
           END-IF.

           EVALUATE TRUE
               WHEN EMPSALARY <= WS-BRACKET-1
                   COMPUTE WS-ANNUAL-TAX ROUNDED =
           END-IF.
           COMPUTE WS-MONTH-PENSION ROUNDED =
               WS-MONTH-GROSS * WS-PENSION-RATE.
           MOVE ZERO TO WS-BEN-COUNT.
           IF BENEFITS-ACTIVE
               PERFORM 2250-PRICE-BENEFITS THRU 2250-EXIT
           ELSE
               MOVE WS-HEALTH-FLAT TO WS-MONTH-HEALTH
               IF FINAL-PAY-MODE
                   COMPUTE WS-MONTH-HEALTH ROUNDED =
                       WS-MONTH-HEALTH * WS-WORKED-DAYS / WS-WORK-DAYS
               END-IF
           END-IF.

           COMPUTE WS-MONTH-NET = WS-MONTH-GROSS - WS-MONTH-TAX
               COMPUTE WS-MONTH-HEALTH =
                   WS-MONTH-GROSS - WS-MONTH-TAX - WS-MONTH-PENSION
               MOVE ZERO TO WS-MONTH-NET
      * THE PER-PLAN LINES NO LONGER ADD UP TO WHAT WAS TAKEN, SO
      * THE PAYSLIP SHOWS ONLY THE REDUCED HEALTH TOTAL.
               MOVE ZERO TO WS-BEN-COUNT
           END-IF.

           MOVE ZERO TO WS-MONTH-RETRO.
           ADD WS-MONTH-LEAVE-PO TO WS-MONTH-NET.

           MOVE ZERO TO WS-MONTH-VOLDED.
           MOVE ZERO TO WS-MONTH-RECOVERY.
           MOVE ZERO TO WS-RCV-COUNT.
           MOVE ZERO TO WS-RCV-OUTSTANDING.
           IF RECV-ACTIVE
               PERFORM 2450-RECOVER-RECEIVABLES THRU 2450-EXIT
           END-IF.

           MOVE ZERO TO WS-ELEC-COUNT.
           IF ELECT-ACTIVE
               PERFORM 2400-APPLY-ELECTIONS THRU 2400-EXIT
           END-IF.

           MOVE ZERO TO WS-MONTH-EXPENSE.
           MOVE ZERO TO WS-EXP-COUNT.
           IF CLAIMS-ACTIVE
               PERFORM 2480-REIMBURSE-EXPENSES THRU 2480-EXIT
           END-IF.
           ADD WS-MONTH-EXPENSE TO WS-MONTH-NET.
       2200-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * BENEFIT PREMIUMS. EVERY ENROLLMENT IN FORCE AT SOME POINT IN
      * THE PAY MONTH (STARTED BY THE BUSINESS DATE, NOT STOPPED
      * BEFORE THE FIRST OF THE MONTH) IS CHARGED AT ITS TIER RATE
      * FROM THE PLAN'S RATE SET IN FORCE. FINAL PAY PRORATES EACH
      * PREMIUM BY WORKING DAYS LIKE THE REST OF THE LEAVER'S PAY.
      * AN ENROLLMENT IN A CLOSED OR UNKNOWN PLAN IS NOT CHARGED -
      * IT GOES ON THE EXCEPTION FILE FOR BENEFITS TO SORT OUT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2250-PRICE-BENEFITS.
           MOVE ZERO TO WS-MONTH-HEALTH.
           MOVE WS-BUSINESS-DATE TO WS-FIRST-OF-MONTH.
           MOVE 01 TO WS-FIRST-OF-MONTH (7:2).
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
               MOVE SPACES TO WS-EXC-REASON
               STRING "ENROLLED IN PLAN " BEN-PLAN
                      " - NOT ON PLAN MASTER"
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               PERFORM 2270-WRITE-PLAN-EXCEPTION THRU 2270-EXIT
               GO TO 2260-EXIT
           END-IF.
           IF WS-PL-CLOSE-DATE (WS-PLAN-PICK) NOT = ZERO
                   AND WS-PL-CLOSE-DATE (WS-PLAN-PICK)
                       <= WS-BUSINESS-DATE
               MOVE SPACES TO WS-EXC-REASON
               STRING "STILL ENROLLED IN CLOSED PLAN " BEN-PLAN
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               PERFORM 2270-WRITE-PLAN-EXCEPTION THRU 2270-EXIT
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
           IF FINAL-PAY-MODE
               COMPUTE WS-PREMIUM ROUNDED =
                   WS-PREMIUM * WS-WORKED-DAYS / WS-WORK-DAYS
           END-IF.
           ADD WS-PREMIUM TO WS-MONTH-HEALTH.
           IF WS-BEN-COUNT < 10
               ADD 1 TO WS-BEN-COUNT
               MOVE BEN-PLAN TO WS-BN-PLAN (WS-BEN-COUNT)
               MOVE WS-PREMIUM TO WS-BN-AMOUNT (WS-BEN-COUNT)
           END-IF.
       2260-EXIT.
           EXIT.

       2270-WRITE-PLAN-EXCEPTION.
           MOVE SPACES TO EXCEPT-LINE.
           MOVE EMPID TO EXC-EMPID.
           MOVE EMPNAME TO EXC-NAME.
           MOVE WS-EXC-REASON TO EXC-REASON.
           WRITE EXCEPT-LINE.
           ADD 1 TO WS-CLOSED-PLAN-COUNT.
           DISPLAY "PLAN NOT CHARGED FOR EMPID: " EMPID
                   " - " WS-EXC-REASON.
       2270-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * ACTING ALLOWANCE. THE MONTHLY ALLOWANCE IS THE PERCENTAGE OF
      * MONTHLY BASE PAY OR THE FIXED AMOUNT ON THE ASSIGNMENT. IT
      * IS PAID FOR THE WORKING DAYS FROM THE LATER OF THE START
      * AND THE FIRST OF THE MONTH TO THE EARLIER OF THE PLANNED
      * END AND THE MONTH END - AND, ON FINAL PAY, THE TERMINATION
      * DATE - OUT OF THE MONTH'S WORKING DAYS. AN ASSIGNMENT PAST
      * ITS END DATE SIMPLY STOPS PAYING.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2280-PAY-ACTING.
           MOVE EMPID TO ACT-EMPID.
           READ ACT-FILE
               INVALID KEY
                   GO TO 2280-EXIT
           END-READ.
           IF ACT-END-DATE < WS-FIRST-OF-MONTH
               GO TO 2280-EXIT
           END-IF.

           MOVE ACT-END-DATE TO WS-ACT-STOP-DATE.
           IF FINAL-PAY-MODE AND EMP-TERM-DATE < WS-ACT-STOP-DATE
               MOVE EMP-TERM-DATE TO WS-ACT-STOP-DATE
           END-IF.
           MOVE ZERO TO WS-ACT-WORK-DAYS.
           MOVE ZERO TO WS-ACT-DAYS.
           MOVE WS-MONTH-START-INT TO WS-WALK-INT.
           PERFORM 2285-COUNT-ACTING-DAY THRU 2285-EXIT
               UNTIL WS-WALK-INT > WS-MONTH-END-INT.
           IF WS-ACT-DAYS = ZERO OR WS-ACT-WORK-DAYS = ZERO
               GO TO 2280-EXIT
           END-IF.

           IF ACT-ALLOW-PCT
               COMPUTE WS-ACT-MONTHLY ROUNDED =
                   (EMPSALARY / 12) * ACT-ALLOW-VALUE / 100
           ELSE
               MOVE ACT-ALLOW-VALUE TO WS-ACT-MONTHLY
           END-IF.
           COMPUTE WS-MONTH-ACTING ROUNDED =
               WS-ACT-MONTHLY * WS-ACT-DAYS / WS-ACT-WORK-DAYS.
       2280-EXIT.
           EXIT.

       2285-COUNT-ACTING-DAY.
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
       2285-EXIT.
           EXIT.

      * THE ACCRUED-BUT-UNUSED LEAVE BALANCE IS CASHED OUT AT THE
      * LEAVER'S DAILY RATE (MONTHLY SALARY OVER THE MONTH'S
      * WORKING DAYS) AND THE LEDGER BALANCE ZEROED, SO A RERUN
       2440-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * RECEIVABLES RECOVERY. EVERY LEDGER ITEM THE EMPLOYEE STILL
      * OWES ON IS RECOVERED AHEAD OF THE VOLUNTARY ELECTIONS: ONE
      * INSTALMENT, OR ON A FINAL PAY THE WHOLE BALANCE, CAPPED AT
      * THE BALANCE AND AT WHAT THE PROTECTED-NET FLOOR LEAVES. THE
      * BALANCE IS DRAWN DOWN ON THE LEDGER AS IT IS TAKEN, AND
      * WHAT IS LEFT OWING IS TOTALLED FOR THE CLEARANCE CHECK.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2450-RECOVER-RECEIVABLES.
           COMPUTE WS-NET-FLOOR ROUNDED =
               WS-MONTH-GROSS * WS-PROTECT-PCT.
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
                               PERFORM 2460-RECOVER-ONE-ITEM
                                   THRU 2460-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2450-EXIT.
           EXIT.

       2460-RECOVER-ONE-ITEM.
           IF FINAL-PAY-MODE
               MOVE RCV-BALANCE TO WS-DED-AMOUNT
           ELSE
               MOVE RCV-INSTALMENT TO WS-DED-AMOUNT
           END-IF.
           IF WS-DED-AMOUNT > RCV-BALANCE
               MOVE RCV-BALANCE TO WS-DED-AMOUNT
           END-IF.
           COMPUTE WS-DED-AVAIL = WS-MONTH-NET - WS-NET-FLOOR.
           IF WS-DED-AVAIL < ZERO
               MOVE ZERO TO WS-DED-AVAIL
           END-IF.
           IF WS-DED-AMOUNT > WS-DED-AVAIL
               MOVE WS-DED-AVAIL TO WS-DED-AMOUNT
           END-IF.
           IF WS-DED-AMOUNT = ZERO
               ADD RCV-BALANCE TO WS-RCV-OUTSTANDING
               GO TO 2460-EXIT
           END-IF.

           SUBTRACT WS-DED-AMOUNT FROM RCV-BALANCE.
           MOVE WS-BUSINESS-DATE TO RCV-LAST-DATE.
           REWRITE RECV-REC.
           IF NOT RCV-STATUS-OK
               DISPLAY "ERROR REWRITING RECV-FILE"
               DISPLAY "FILE STATUS : " WS-RCV-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           ADD RCV-BALANCE TO WS-RCV-OUTSTANDING.

           SUBTRACT WS-DED-AMOUNT FROM WS-MONTH-NET.
           ADD WS-DED-AMOUNT TO WS-MONTH-VOLDED.
           ADD WS-DED-AMOUNT TO WS-MONTH-RECOVERY.
           IF WS-RCV-COUNT < 10
               ADD 1 TO WS-RCV-COUNT
               MOVE RCV-TYPE TO WS-RC-TYPE (WS-RCV-COUNT)
               MOVE WS-DED-AMOUNT TO WS-RC-AMOUNT (WS-RCV-COUNT)
           ELSE
               DISPLAY "RECOVERY TABLE FULL - PAYSLIP DETAIL LOST "
                       "FOR EMPID: " EMPID
           END-IF.
       2460-EXIT.
           EXIT.

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * EXPENSE REIMBURSEMENT. EVERY APPROVED CLAIM ON THE REGISTER
      * FOR THE EMPLOYEE IS PAID IN FULL AND MARKED PAID FOR THE
      * PERIOD. A CLAIM WHOSE CATEGORY HAS SINCE LEFT THE CATEGORY
      * MASTER CANNOT BE POSTED - IT STAYS APPROVED AND GOES ON THE
      * EXCEPTION FILE FOR ACCOUNTS PAYABLE TO SORT OUT.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       2480-REIMBURSE-EXPENSES.
           MOVE "N" TO WS-CLM-BROWSE-END.
           MOVE EMPID TO CLM-EMPID.
           START CLAIM-FILE KEY >= CLM-EMPID
               INVALID KEY
                   MOVE "Y" TO WS-CLM-BROWSE-END
           END-START.
           PERFORM UNTIL CLM-BROWSE-END
               READ CLAIM-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-CLM-BROWSE-END
                   NOT AT END
                       IF CLM-EMPID NOT = EMPID
                           MOVE "Y" TO WS-CLM-BROWSE-END
                       ELSE
                           IF CLM-APPROVED
                               PERFORM 2485-PAY-ONE-CLAIM
                                   THRU 2485-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2480-EXIT.
           EXIT.

       2485-PAY-ONE-CLAIM.
           MOVE "N" TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CT-CODE (WS-CAT-SUB) = CLM-CATEGORY
                   MOVE "Y" TO WS-CAT-FOUND
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND = "N"
               MOVE SPACES TO WS-EXC-REASON
               STRING "EXPENSE CATEGORY " CLM-CATEGORY
                      " NOT ON MASTER - HELD"
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               PERFORM 2487-WRITE-CLAIM-EXCEPTION THRU 2487-EXIT
               GO TO 2485-EXIT
           END-IF.

           MOVE "N" TO WS-EXP-FOUND.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF WS-EX-CATEGORY (WS-EXP-SUB) = CLM-CATEGORY
                   MOVE "Y" TO WS-EXP-FOUND
                   MOVE WS-EXP-COUNT TO WS-EXP-SUB
               END-IF
           END-PERFORM.
           IF WS-EXP-FOUND = "N"
               IF WS-EXP-COUNT >= 10
                   MOVE SPACES TO WS-EXC-REASON
                   STRING "EXPENSE CATEGORY " CLM-CATEGORY
                          " OVER 10 PER SLIP - HELD"
                       DELIMITED BY SIZE INTO WS-EXC-REASON
                   PERFORM 2487-WRITE-CLAIM-EXCEPTION THRU 2487-EXIT
                   GO TO 2485-EXIT
               END-IF
               ADD 1 TO WS-EXP-COUNT
               MOVE CLM-CATEGORY TO WS-EX-CATEGORY (WS-EXP-COUNT)
               MOVE ZERO TO WS-EX-AMOUNT (WS-EXP-COUNT)
               MOVE WS-EXP-COUNT TO WS-EXP-SUB
           END-IF.

           MOVE "P" TO CLM-STATUS.
           MOVE WS-BUSINESS-DATE (1:6) TO CLM-PAID-PERIOD.
           REWRITE CLAIM-REC.
           IF NOT CLM-STATUS-OK
               DISPLAY "ERROR REWRITING CLAIM-FILE"
               DISPLAY "FILE STATUS : " WS-CLM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT
               GOBACK
           END-IF.
           ADD CLM-AMOUNT TO WS-EX-AMOUNT (WS-EXP-SUB).
           ADD CLM-AMOUNT TO WS-MONTH-EXPENSE.
           ADD 1 TO WS-EXP-PAID-COUNT.
       2485-EXIT.
           EXIT.

       2487-WRITE-CLAIM-EXCEPTION.
           MOVE SPACES TO EXCEPT-LINE.
           MOVE EMPID TO EXC-EMPID.
           MOVE EMPNAME TO EXC-NAME.
           MOVE WS-EXC-REASON TO EXC-REASON.
           WRITE EXCEPT-LINE.
           ADD 1 TO WS-EXP-HELD-COUNT.
           DISPLAY "CLAIM " CLM-RECEIPT " NOT PAID FOR EMPID: " EMPID
                   " - " WS-EXC-REASON.
       2487-EXIT.
           EXIT.

       2490-ACCUM-DEPT-EXPENSE.
           MOVE "N" TO WS-DEX-FOUND.
           PERFORM VARYING WS-DEX-SUB FROM 1 BY 1
                   UNTIL WS-DEX-SUB > WS-DEX-COUNT
               IF WS-DEX-CATEGORY (WS-DEX-SUB)
                       = WS-EX-CATEGORY (WS-EXP-SUB)
                   ADD WS-EX-AMOUNT (WS-EXP-SUB)
                       TO WS-DEX-AMOUNT (WS-DEX-SUB)
                   MOVE "Y" TO WS-DEX-FOUND
                   MOVE WS-DEX-COUNT TO WS-DEX-SUB
               END-IF
           END-PERFORM.
           IF WS-DEX-FOUND = "N"
               IF WS-DEX-COUNT < 20
                   ADD 1 TO WS-DEX-COUNT
                   MOVE WS-EX-CATEGORY (WS-EXP-SUB)
                       TO WS-DEX-CATEGORY (WS-DEX-COUNT)
                   MOVE WS-EX-AMOUNT (WS-EXP-SUB)
                       TO WS-DEX-AMOUNT (WS-DEX-COUNT)
               ELSE
                   DISPLAY "EXPENSE CATEGORY TABLE FULL - GL "
                           "DETAIL LOST FOR " WS-EX-CATEGORY
                           (WS-EXP-SUB)
               END-IF
           END-IF.
       2490-EXIT.
           EXIT.

       2300-WRITE-PAYSLIP.
           MOVE SPACES          TO PAYSLIP-LINE.
           MOVE EMPID           TO SLIP-EMPID.
           MOVE WS-MONTH-VOLDED TO SLIP-VOLDED.
           MOVE WS-MONTH-NET    TO SLIP-NET.
           WRITE PAYSLIP-LINE.
           IF WS-MONTH-SHIFT-DIFF > ZERO
               MOVE SPACES TO PAYSLIP-DTL-LINE
               MOVE "SHIFTDIF" TO DTL-LABEL
               MOVE SPACES TO DTL-CODE
               MOVE WS-MONTH-SHIFT-DIFF TO DTL-AMOUNT
               WRITE PAYSLIP-DTL-LINE
           END-IF.
           IF WS-MONTH-ACTING > ZERO
               MOVE SPACES TO PAYSLIP-DTL-LINE
               MOVE "ACTING" TO DTL-LABEL
               MOVE SPACES TO DTL-CODE
               MOVE WS-MONTH-ACTING TO DTL-AMOUNT
               WRITE PAYSLIP-DTL-LINE
           END-IF.
           IF WS-MONTH-RETRO > ZERO
               MOVE SPACES TO PAYSLIP-DTL-LINE
               MOVE "RETRO" TO DTL-LABEL
               MOVE WS-MONTH-LEAVE-PO TO DTL-AMOUNT
               WRITE PAYSLIP-DTL-LINE
           END-IF.
           PERFORM VARYING WS-BEN-SUB FROM 1 BY 1
                   UNTIL WS-BEN-SUB > WS-BEN-COUNT
               MOVE SPACES TO PAYSLIP-DTL-LINE
               MOVE "BENEFIT" TO DTL-LABEL
               MOVE WS-BN-PLAN (WS-BEN-SUB) TO DTL-CODE
               MOVE WS-BN-AMOUNT (WS-BEN-SUB) TO DTL-AMOUNT
               WRITE PAYSLIP-DTL-LINE
           END-PERFORM.
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB > WS-RCV-COUNT
               MOVE SPACES TO PAYSLIP-DTL-LINE
               MOVE "RECOVERY" TO DTL-LABEL
               MOVE WS-RC-TYPE (WS-RCV-SUB) TO DTL-CODE
               MOVE WS-RC-AMOUNT (WS-RCV-SUB) TO DTL-AMOUNT
               WRITE PAYSLIP-DTL-LINE
           END-PERFORM.
           PERFORM VARYING WS-ELEC-SUB FROM 1 BY 1
                   UNTIL WS-ELEC-SUB > WS-ELEC-COUNT
               IF WS-EL-TAKEN (WS-ELEC-SUB) > ZERO
                   WRITE PAYSLIP-DTL-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
               MOVE SPACES TO PAYSLIP-DTL-LINE
               MOVE "EXPENSE" TO DTL-LABEL
               MOVE WS-EX-CATEGORY (WS-EXP-SUB) TO DTL-CODE
               MOVE WS-EX-AMOUNT (WS-EXP-SUB) TO DTL-AMOUNT
               WRITE PAYSLIP-DTL-LINE
           END-PERFORM.
       2300-EXIT.
           EXIT.

           MOVE ZERO TO WS-DEPT-VOLDED.
           MOVE ZERO TO WS-DEPT-RETRO.
           MOVE ZERO TO WS-DEPT-LEAVE-PO.
           MOVE ZERO TO WS-DEPT-RECOVERY.
           MOVE ZERO TO WS-DEPT-NET.
           MOVE ZERO TO WS-DVD-COUNT.
           MOVE ZERO TO WS-DEX-COUNT.
       3000-EXIT.
           EXIT.

               WRITE GLPOST-LINE
           END-IF.

      * RECEIVABLES RECOVERED CLEAR THE EMPLOYEE RECEIVABLE ACCOUNT,
      * NOT THE VOLUNTARY DEDUCTIONS LIABILITY.
           IF WS-DEPT-RECOVERY > ZERO
               MOVE "RECOVERY" TO WS-GL-ELEMENT
               PERFORM 3160-RESOLVE-ACCOUNT THRU 3160-EXIT
               MOVE SPACES            TO GLPOST-LINE
               MOVE WS-PREV-DEPT      TO GL-DEPT
               MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT
               MOVE "CR"              TO GL-DRCR
               MOVE WS-DEPT-RECOVERY  TO GL-AMOUNT
               WRITE GLPOST-LINE
           END-IF.

      * ONE DEBIT LINE PER EXPENSE CATEGORY REIMBURSED IN THE
      * DEPARTMENT, TO THE CATEGORY'S OWN EXPENSE ACCOUNT. THE
      * MATCHING CREDIT IS INSIDE NET PAY.
           PERFORM VARYING WS-DEX-SUB FROM 1 BY 1
                   UNTIL WS-DEX-SUB > WS-DEX-COUNT
               MOVE SPACES TO WS-GL-ELEMENT
               STRING "EXP" WS-DEX-CATEGORY (WS-DEX-SUB)
                   DELIMITED BY SIZE INTO WS-GL-ELEMENT
               PERFORM 3160-RESOLVE-ACCOUNT THRU 3160-EXIT
               MOVE SPACES            TO GLPOST-LINE
               MOVE WS-PREV-DEPT      TO GL-DEPT
               MOVE WS-GL-ACCOUNT-FOUND TO GL-ACCOUNT
               MOVE "DR"              TO GL-DRCR
               MOVE WS-DEX-AMOUNT (WS-DEX-SUB) TO GL-AMOUNT
               WRITE GLPOST-LINE
           END-PERFORM.

      * ONE CREDIT LINE PER VOLUNTARY DEDUCTION CODE TAKEN IN THE
      * DEPARTMENT, SO EACH ELECTION IS ITEMIZED ON THE POSTING.
      * EVERY CODE POSTS TO THE MAPPED VOLDED LIABILITY ACCOUNT.
           MOVE WS-DEPT-VOLDED  TO CKPT-DEPT-VOLDED.
           MOVE WS-DEPT-RETRO   TO CKPT-DEPT-RETRO.
           MOVE WS-DEPT-LEAVE-PO TO CKPT-DEPT-LEAVEPO.
           MOVE WS-DEPT-RECOVERY TO CKPT-DEPT-RECOVERY.
           MOVE WS-DEPT-NET     TO CKPT-DEPT-NET.
           MOVE WS-GRAND-GROSS  TO CKPT-GRAND-GROSS.
           MOVE WS-GRAND-NET    TO CKPT-GRAND-NET.
           MOVE WS-DVD-COUNT    TO CKPT-DVD-COUNT.
           MOVE WS-DVD-TABLE    TO CKPT-DVD-TABLE.
           MOVE WS-DEX-COUNT    TO CKPT-DEX-COUNT.
           MOVE WS-DEX-TABLE    TO CKPT-DEX-TABLE.
           WRITE CKPT-REC.
           CLOSE CHECKPOINT-FILE.
       2900-EXIT.
           IF CLR-AVAILABLE
               CLOSE TRMCLR-FILE
           END-IF.
           IF BENEFITS-ACTIVE
               CLOSE BENE-FILE
           END-IF.
           IF RECV-ACTIVE
               CLOSE RECV-FILE
           END-IF.
           IF CLAIMS-ACTIVE
               CLOSE CLAIM-FILE
           END-IF.
           IF LOCATIONS-ACTIVE
               CLOSE LOC-FILE
           END-IF.
           IF ACTING-ACTIVE
               CLOSE ACT-FILE
           END-IF.
           CLOSE EXCEPT-FILE.

      * THE RUN IS COMPLETE: MARK THE PERIOD POSTED (REGULAR RUNS
           IF RETURN-CODE = ZERO AND WS-NOHOURS-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = ZERO AND WS-CLOSED-PLAN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = ZERO AND WS-EXP-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = ZERO AND WS-NO-LOC-RATES-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9950-RELEASE-LOCKS THRU 9950-EXIT.

           IF FINAL-PAY-MODE
               DISPLAY "FINAL PAYMENTS SETTLED  : " WS-FINAL-COUNT
           END-IF.
           DISPLAY "HOURLY WITH NO TIMESHEET: " WS-NOHOURS-COUNT.
           DISPLAY "CLOSED/UNKNOWN PLANS    : " WS-CLOSED-PLAN-COUNT.
           DISPLAY "EXPENSE CLAIMS PAID     : " WS-EXP-PAID-COUNT.
           DISPLAY "EXPENSE CLAIMS HELD     : " WS-EXP-HELD-COUNT.
           DISPLAY "NO LOCATION RATES       : " WS-NO-LOC-RATES-COUNT.
           DISPLAY "END OF PROCESSING".
           DISPLAY "EMPLOYEES PAID          : " WS-PAID-COUNT.
           DISPLAY "ON LEAVE (NOT PAID)     : " WS-LEAVE-COUNT.
      * IS RELEASED ONLY IF THIS RUN TOOK IT; THE NIGHTLY CHAIN
      * KEEPS ITS OWN ACROSS ITS STEPS.
       9950-RELEASE-LOCKS.
      * THE RUN'S RETURN CODE IS KEPT ACROSS THE ENQSRV CALLS BELOW,
      * WHICH RESET RETURN-CODE - EVERY ERROR EXIT SETS IT FIRST.
           MOVE RETURN-CODE TO WS-LOCK-RC.
           IF WS-PAYSIDE-LOCK-OURS = "Y"
               MOVE "D" TO ENQ-REQUEST
               MOVE "PAYSIDE" TO ENQ-NAME
               CALL "ENQSRV" USING ENQ-PARM
               MOVE "N" TO WS-EMPFIL-LOCK-OURS
           END-IF.
           MOVE WS-LOCK-RC TO RETURN-CODE.
       9950-EXIT.
           EXIT.
